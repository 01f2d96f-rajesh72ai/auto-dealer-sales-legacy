      *           COMFMTL0 - FIELD FORMATTING                       *
      *           COMLGEL0 - AUDIT LOGGING                          *
      *           COMDBEL0 - DB2 ERROR HANDLER                      *
      *           COMPIRL0 - SENSITIVE-FIELD READ LOG                *
      * TABLES:   AUTOSALE.SALES_DEAL                                *
      *           AUTOSALE.FINANCE_APP                                *
      *           AUTOSALE.ID_RED_FLAG                               *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-09-02  JOINT APPLICANT SUPPORT - OPTIONAL CO-BUYER    *
      *               CALCULATION STORED ON FINANCE_APP. THE         *
      *               RESERVE POSTS TO THE DEAL BACK GROSS AT        *
      *               APPROVAL (FINAPV00 7400), NOT AT KEYING        *
      *   2026-10-15  IDENTITY THEFT RED FLAG GATE - NO APPLICATION  *
      *               WHILE THE BUYER OR CO-BUYER HAS AN ID_RED_FLAG *
      *               NOT VERIFIED IN CUSIDV00 (SEE 4000)            *
      *   2026-10-15  A CAPTURED APPLICATION IS WRITTEN TO           *
      *               PII_READ_LOG FOR THE BUYER AND ANY CO-BUYER    *
      *               (CREDIT AND INCOME DATA DRAWN - SEE 8500)      *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-CO-CUST-NUM      PIC S9(09) COMP VALUE +0.
           05  WS-NI-CO-CUSTOMER   PIC S9(04) COMP VALUE -1.
           05  WS-CO-EXIST-CT      PIC S9(04) COMP VALUE +0.
      *
      *    IDENTITY THEFT RED FLAGS NOT YET VERIFIED (CUSIDV00)
      *
       01  WS-RED-FLAG-CT          PIC S9(09) COMP VALUE +0.
      *
      *    SENSITIVE-FIELD READ LOG CALL FIELDS
      *
       01  WS-PIR-FIELDS           PIC X(20) VALUE 'CRED INC'.
       01  WS-PIR-RC               PIC S9(04) COMP VALUE +0.
       01  WS-PIR-MSG              PIC X(50) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
           AND NOT WS-AI-TYPE-CASH
               PERFORM 7600-SUBMIT-PARALLEL-LENDERS
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 8500-LOG-PII-READ
           END-IF
      *
           PERFORM 9000-SEND-OUTPUT
      *
               GO TO 4000-EXIT
           END-IF
      *
      *    AN UNVERIFIED IDENTITY RED FLAG ON THE BUYER OR CO-BUYER
      *    HOLDS THE DEAL UNTIL THE ID IS CHECKED IN CUSIDV00
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-RED-FLAG-CT
               FROM   AUTOSALE.ID_RED_FLAG
               WHERE  CUSTOMER_ID IN (:CUSTOMER-ID OF DCLSALES-DEAL,
                                      :WS-CO-CUST-NUM)
                 AND  FLAG_STATUS <> 'VF'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE '4000-VALIDATE-DEAL' TO WS-DBE-SECTION-NAME
               MOVE 'ID_RED_FLAG'        TO WS-DBE-TABLE-NAME
               MOVE 'SELECT'             TO WS-DBE-OPERATION
               CALL 'COMDBEL0' USING SQLCA
                                      WS-DBE-PROGRAM-NAME
                                      WS-DBE-SECTION-NAME
                                      WS-DBE-TABLE-NAME
                                      WS-DBE-OPERATION
                                      WS-DBE-RESULT-AREA
               MOVE +16 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR ON RED FLAG LOOKUP'
                   TO WS-AO-MSG-TEXT
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-RED-FLAG-CT > +0
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'IDENTITY RED FLAG NOT VERIFIED - SEE CUSIDV00'
                   TO WS-AO-MSG-TEXT
               GO TO 4000-EXIT
           END-IF
      *
      *    DEFAULT AMOUNT TO DEAL AMOUNT FINANCED IF NOT PROVIDED
      *
           IF WS-NUM-AMOUNT = +0
           EXIT.
      *
      ****************************************************************
      *    8500-LOG-PII-READ - THE APPLICATION DRAWS THE BUYER'S     *
      *    (AND CO-BUYER'S) CREDIT AND INCOME DATA - RECORD WHO DID  *
      *    IT IN PII_READ_LOG. A LOG FAILURE IS NON-FATAL.           *
      ****************************************************************
       8500-LOG-PII-READ.
      *
           CALL 'COMPIRL0' USING IO-PCB-USER-ID
                                 WS-AUD-PROGRAM-ID
                                 CUSTOMER-ID OF DCLSALES-DEAL
                                 WS-PIR-FIELDS
                                 WS-PIR-RC
                                 WS-PIR-MSG
      *
           IF WS-CO-CUST-NUM > +0
               CALL 'COMPIRL0' USING IO-PCB-USER-ID
                                     WS-AUD-PROGRAM-ID
                                     WS-CO-CUST-NUM
                                     WS-PIR-FIELDS
                                     WS-PIR-RC
                                     WS-PIR-MSG
           END-IF
           .
      *
      ****************************************************************
      *    9000-SEND-OUTPUT                                          *
      ****************************************************************
       9000-SEND-OUTPUT.
