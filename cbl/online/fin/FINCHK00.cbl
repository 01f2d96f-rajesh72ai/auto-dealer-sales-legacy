      * CALLS:    COMFMTL0 - FIELD FORMATTING                       *
      *           COMLGEL0 - AUDIT LOGGING                          *
      *           COMDBEL0 - DB2 ERROR HANDLER                      *
      *           COMPIRL0 - SENSITIVE-FIELD READ LOG                *
      * TABLES:   AUTOSALE.CREDIT_CHECK                              *
      *           AUTOSALE.CUSTOMER                                   *
      *           AUTOSALE.SALES_DEAL                                 *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  DISPLAY OF DOB, SSN LAST 4 AND INCOME FOR THE  *
      *               BUYER (AND INCOME FOR A CO-BUYER) IS WRITTEN   *
      *               TO PII_READ_LOG VIA COMPIRL0                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-AUD-RETURN-CODE          PIC S9(04) COMP.
       01  WS-AUD-ERROR-MSG            PIC X(79).
      *
      *    SENSITIVE-FIELD READ LOG CALL FIELDS
      *
       01  WS-PIR-FIELDS               PIC X(20) VALUE SPACES.
       01  WS-PIR-RC                   PIC S9(04) COMP VALUE +0.
       01  WS-PIR-MSG                  PIC X(50) VALUE SPACES.
      *
      *    DB2 ERROR HANDLER FIELDS
      *
       01  WS-DBE-PROGRAM-NAME         PIC X(08) VALUE 'FINCHK00'.
           ELSE
               MOVE 'N/A       ' TO WS-KO-DOB
           END-IF
      *
           MOVE 'DOB SSN4 INC' TO WS-PIR-FIELDS
           PERFORM 4900-LOG-PII-READ
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4900-LOG-PII-READ - RECORD WHO VIEWED THE SENSITIVE       *
      *    FIELDS FOR THE CUSTOMER NOW IN DCLCUSTOMER. NON-FATAL.    *
      ****************************************************************
       4900-LOG-PII-READ.
      *
           CALL 'COMPIRL0' USING IO-PCB-USER-ID
                                 WS-PROGRAM-NAME
                                 CUSTOMER-ID OF DCLCUSTOMER
                                 WS-PIR-FIELDS
                                 WS-PIR-RC
                                 WS-PIR-MSG
           .
      *
      ****************************************************************
      *    5000-CHECK-EXISTING-CREDIT - LOOK FOR VALID REPORT        *
      ****************************************************************
       5000-CHECK-EXISTING-CREDIT.
                                      :WS-NI-DEBT
                    , :MONTHLY-INCOME OF DCLCREDIT-CHECK
                                      :WS-NI-INCOME
                    , :CHECK-STATUS  OF DCLCREDIT-CHECK
                    , :EXPIRY-DATE   OF DCLCREDIT-CHECK
                                      :WS-NI-EXPIRY
               FROM   AUTOSALE.CREDIT_CHECK
                       TO WS-KO-INCOME
               END-IF
      *
               MOVE CHECK-STATUS OF DCLCREDIT-CHECK TO WS-KO-STATUS
               MOVE 'EXISTING VALID CREDIT REPORT FOUND - NO NEW PULL'
                   TO WS-KO-MSG-TEXT
           ELSE
                   TO WS-KO-MSG-TEXT
               GO TO 8000-EXIT
           END-IF
      *
           MOVE 'INC' TO WS-PIR-FIELDS
           PERFORM 4900-LOG-PII-READ
      *
           PERFORM 5000-CHECK-EXISTING-CREDIT
      *
