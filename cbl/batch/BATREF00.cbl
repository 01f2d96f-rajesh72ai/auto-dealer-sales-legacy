      *                  THE REFPAY PAYOUT EXTRACT (PAYEE NAME AND   *
      *                  ADDRESS FROM CUSTOMER) AND MARK IT PAID     *
      *                  (PD), SO PAYMENT IS TRACEABLE END TO END.   *
      *                  EACH PAYOUT CHECK TAKES THE NEXT NUMBER     *
      *                  FROM SYSTEM_CONFIG AP_NEXT_CHECK_NUM (THE   *
      *                  SAME CHECK STOCK BATAPP00 PRINTS ON) AND IS *
      *                  ENTERED IN THE ISSUED-CHECK REGISTER. NO    *
      *                  CHECK NUMBER ON FILE - NOTHING IS PAID.     *
      *             APPROVAL BETWEEN THE PHASES HAPPENS ON THE       *
      *             CMMREF00 SCREEN.                                  *
      *                                                              *
      *               079-128 ADDRESS        129-158 CITY            *
      *               159-160 STATE          161-170 ZIP             *
      *               171-179 AMOUNT 9(7)V99 180-189 DEAL NUMBER     *
      *               190-197 CHECK NUMBER                           *
      *                                                              *
      * OUTPUT:     REFPAY DD - PAYOUT EXTRACT                       *
      *                                                              *
      * TABLES:     AUTOSALE.REFERRAL_REWARD (ALL)                   *
      *             AUTOSALE.CUSTOMER        (READ)                  *
      *             AUTOSALE.SALES_DEAL      (READ)                  *
      *             AUTOSALE.SYSTEM_CONFIG   (READ/UPDATE)           *
      *                                                              *
      * CALLS:      COMCHKL0 - ISSUED-CHECK REGISTER                 *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  PAYOUTS CARRY A CHECK NUMBER FROM THE AP CHECK *
      *               STOCK AND ARE REGISTERED FOR POSITIVE PAY      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PY-ZIP                    PIC X(10).
           05  PY-AMOUNT                 PIC 9(07)V99.
           05  PY-DEAL-NUMBER            PIC X(10).
           05  PY-CHECK-NUMBER           PIC 9(08).
           05  FILLER                    PIC X(03).
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-REWARD-AMT             PIC S9(05)V9(2) COMP-3
                                                    VALUE +100.00.
           05  WS-DUP-CHECK              PIC S9(09) COMP VALUE +0.
           05  WS-NEXT-CHECK-NUM         PIC 9(08) VALUE 0.
           05  WS-CHECK-NUM-NEW          PIC 9(08) VALUE 0.
           05  WS-CHECK-NUM-SW           PIC X(01) VALUE 'N'.
               88  WS-CHECK-NUM-LOADED             VALUE 'Y'.
           05  WS-REWARD-ID-DISPLAY      PIC 9(09).
      *
       01  WS-HV-CFG-NEW.
           49  WS-HV-CFG-NEW-LN          PIC S9(04) COMP.
           49  WS-HV-CFG-NEW-TX          PIC X(100).
      *
      *    CHECK REGISTER CALL FIELDS (COMCHKL0)
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
       01  WS-CHK-RESULT.
           05  WS-CK-CHECK-ID            PIC S9(09) COMP.
           05  WS-CK-NEW-CHECK-ID        PIC S9(09) COMP.
           05  WS-CK-RETURN-CODE         PIC S9(04) COMP.
           05  WS-CK-RETURN-MSG          PIC X(79).
      *
      *    DETECT CURSOR FETCH FIELDS
      *
           05  WS-HV-PY-ZIP              PIC X(10).
           05  WS-HV-PY-AMT              PIC S9(05)V9(2) COMP-3.
           05  WS-HV-PY-DEAL             PIC X(10).
           05  WS-HV-PY-DEALER           PIC X(05).
      *
      *    CURSOR 1 - REFERRED CUSTOMERS WHOSE FIRST DEAL HAS
      *    DELIVERED AND WHO HAVE NO REWARD YET
                    , C.ZIP_CODE
                    , R.REWARD_AMT
                    , R.DEAL_NUMBER
                    , R.DEALER_CODE
               FROM   AUTOSALE.REFERRAL_REWARD R
                    , AUTOSALE.CUSTOMER C
               WHERE  R.REWARD_STATUS = 'AP'
               COMPUTE WS-REWARD-AMT =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO   :CONFIG-VALUE
               FROM   AUTOSALE.SYSTEM_CONFIG
               WHERE  CONFIG_KEY = 'AP_NEXT_CHECK_NUM'
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-NEXT-CHECK-NUM =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(1:10))
               SET WS-CHECK-NUM-LOADED TO TRUE
           ELSE
               DISPLAY 'BATREF00: AP_NEXT_CHECK_NUM NOT ON '
                       'SYSTEM_CONFIG - NO PAYOUTS THIS RUN'
           END-IF
           .
       1000-EXIT.
           EXIT.
      *    5000-PAY-APPROVED - PHASE 2                               *
      ****************************************************************
       5000-PAY-APPROVED.
      *
           IF NOT WS-CHECK-NUM-LOADED
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_PAY END-EXEC
           IF SQLCODE NOT = +0
                       , :WS-HV-PY-ZIP
                       , :WS-HV-PY-AMT
                       , :WS-HV-PY-DEAL
                       , :WS-HV-PY-DEALER
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
      *    5100-PAY-ONE-REWARD                                       *
      ****************************************************************
       5100-PAY-ONE-REWARD.
      *
      *    THE CHECK GOES INTO THE REGISTER FIRST - A NUMBER THAT IS
      *    ALREADY OUT STOPS THE PAYOUT BEFORE ANYTHING IS WRITTEN
      *
           MOVE WS-HV-PY-REWARD-ID TO WS-REWARD-ID-DISPLAY
           MOVE 'ISSU'              TO WS-CK-FUNCTION
           MOVE WS-HV-PY-DEALER     TO WS-CK-DEALER-CODE
           MOVE WS-NEXT-CHECK-NUM   TO WS-CK-CHECK-NUMBER
           MOVE 'RF'                TO WS-CK-SOURCE
           MOVE WS-REWARD-ID-DISPLAY TO WS-CK-SOURCE-REF
           MOVE SPACES              TO WS-CK-PAYEE
           STRING WS-HV-PY-FIRST DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  WS-HV-PY-LAST  DELIMITED BY '  '
               INTO WS-CK-PAYEE
           END-STRING
           MOVE WS-HV-PY-AMT        TO WS-CK-AMOUNT
           MOVE SPACES              TO WS-CK-ISSUE-DATE
                                       WS-CK-NEW-CHECK-NUM
                                       WS-CK-REASON
           MOVE WS-MODULE-ID        TO WS-CK-USER-ID
      *
           CALL 'COMCHKL0' USING WS-CHK-REQUEST
                                 WS-CHK-RESULT
      *
           IF WS-CK-RETURN-CODE NOT = +0
               DISPLAY 'BATREF00: REWARD ' WS-REWARD-ID-DISPLAY
                       ' NOT PAID - ' WS-CK-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           MOVE WS-HV-PY-REWARD-ID TO PY-REWARD-ID
           MOVE WS-HV-PY-CUST-ID   TO PY-CUSTOMER-ID
           MOVE WS-HV-PY-ZIP       TO PY-ZIP
           MOVE WS-HV-PY-AMT       TO PY-AMOUNT
           MOVE WS-HV-PY-DEAL      TO PY-DEAL-NUMBER
           MOVE WS-NEXT-CHECK-NUM  TO PY-CHECK-NUMBER
      *
           WRITE PAYOUT-RECORD
      *
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
      *    THE CHECK IS USED WHETHER OR NOT THE REWARD UPDATE TOOK
      *
           COMPUTE WS-CHECK-NUM-NEW = WS-NEXT-CHECK-NUM + 1
           MOVE SPACES TO WS-HV-CFG-NEW-TX
           MOVE WS-CHECK-NUM-NEW TO WS-HV-CFG-NEW-TX
           MOVE +8 TO WS-HV-CFG-NEW-LN
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_CONFIG
                  SET CONFIG_VALUE = :WS-HV-CFG-NEW
                    , UPDATED_BY   = :WS-MODULE-ID
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  CONFIG_KEY   = 'AP_NEXT_CHECK_NUM'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATREF00: ERROR UPDATING AP_NEXT_CHECK_NUM - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           MOVE WS-CHECK-NUM-NEW TO WS-NEXT-CHECK-NUM
           .
       5100-EXIT.
           EXIT.
