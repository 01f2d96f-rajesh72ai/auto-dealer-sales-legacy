      *           AUTOSALE.SALES_DEAL                                 *
      *           AUTOSALE.CREDIT_CHECK    (READ)                    *
      *           AUTOSALE.SYSTEM_USER     (READ)                    *
      *           AUTOSALE.FINANCE_STIP    (READ/INSERT)             *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-09-02  OVERRIDE APPROVER AUTHORITY NOW COMES FROM THE *
      *               APPROVAL, WITH THE SAME DOCUMENTED MANAGER     *
      *               OVERRIDE TRAIL (SEE 5170). RPTMRK00 GIVES THE  *
      *               COMPLIANCE OFFICER THE MONTHLY DISTRIBUTION.    *
      *   2026-10-15  CONDITIONAL APPROVAL RECORDS EACH STIPULATION  *
      *               AS A CODED FINANCE_STIP ROW (UP TO 10 CODES,   *
      *               SEE WSSTIP00) OWNED BY THE ENTERING F&I        *
      *               MANAGER. FREE TEXT ALONE BECOMES ONE OTH STIP. *
      *               STIPS ARE WORKED IN FINSTP00 (SEE 6200).       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY DCLSLDEL.
      *
           COPY DCLCRDCK.
      *
           COPY WSSTIP00.
      *
      *    INPUT FIELDS
      *
               88  WS-REASON-DOC-ISSUE                VALUE 'DOCS'.
               88  WS-REASON-OTHER                    VALUE 'OTHR'.
           05  WS-AI-STIPULATIONS        PIC X(200).
           05  WS-AI-STIP-CODES          PIC X(30).
           05  WS-AI-STIP-CODE-TBL REDEFINES WS-AI-STIP-CODES.
               10  WS-AI-STIP-CODE       PIC X(03) OCCURS 10 TIMES.
      *
      *    NUMERIC CONVERTED FIELDS
      *
           05  WS-APPROVER-TYPE         PIC X(01) VALUE SPACES.
           05  WS-OTHER-AP-CT           PIC S9(04) COMP VALUE +0.
      *
      *    STIPULATION WORK FIELDS
      *
       01  WS-STIP-FIELDS.
           05  WS-STIP-CODES-OK         PIC X(01) VALUE 'Y'.
               88  WS-STIP-CODES-VALID             VALUE 'Y'.
           05  WS-STIP-IX               PIC S9(04) COMP VALUE +0.
           05  WS-STIP-JX               PIC S9(04) COMP VALUE +0.
           05  WS-STIP-TX               PIC S9(04) COMP VALUE +0.
           05  WS-STIP-OPEN-CT          PIC S9(04) COMP VALUE +0.
           05  WS-STIP-ADDED-CT         PIC S9(04) COMP VALUE +0.
           05  WS-HV-STIP-SEQ           PIC S9(04) COMP VALUE +0.
           05  WS-HV-STIP-CODE          PIC X(03) VALUE SPACES.
           05  WS-HV-STIP-DESC.
               49  WS-HV-STIP-DESC-LN   PIC S9(04) COMP.
               49  WS-HV-STIP-DESC-TX   PIC X(60).
      *
      *    NULL INDICATORS
      *
       01  WS-NULL-INDICATORS.
           IF WS-RETURN-CODE = +0
               PERFORM 6000-UPDATE-FINANCE-APP
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-AI-CONDITIONAL
               PERFORM 6200-RECORD-STIPULATIONS
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-AI-APPROVE
                   TO WS-AI-APPROVER-ID
               MOVE WS-INP-BODY(231:4)
                   TO WS-AI-REASON-CODE
               MOVE WS-INP-BODY(235:30)
                   TO WS-AI-STIP-CODES
           END-IF
           .
      *
      *
           IF WS-AI-CONDITIONAL
               IF WS-AI-STIPULATIONS = SPACES
               AND WS-AI-STIP-CODES = SPACES
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'STIPULATIONS REQUIRED FOR CONDITIONAL APPROVAL'
                       TO WS-VO-MSG-TEXT
                   GO TO 3000-EXIT
               END-IF
      *
      *        EACH STIPULATION CODE MUST BE ON THE WSSTIP00 TABLE
      *
               MOVE 'Y' TO WS-STIP-CODES-OK
               PERFORM 3100-CHECK-STIP-CODE
                   VARYING WS-STIP-IX FROM +1 BY +1
                   UNTIL WS-STIP-IX > +10
               IF NOT WS-STIP-CODES-VALID
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'STIP CODES: POI POR REF INS IDV DPV TTL OTH'
                       TO WS-VO-MSG-TEXT
                   GO TO 3000-EXIT
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-STIP-CODE - ONE ENTERED STIPULATION CODE       *
      ****************************************************************
       3100-CHECK-STIP-CODE.
      *
           IF WS-AI-STIP-CODE(WS-STIP-IX) NOT = SPACES
               PERFORM 3110-FIND-STIP-CODE
               IF WS-STIP-TX = +0
                   MOVE 'N' TO WS-STIP-CODES-OK
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    3110-FIND-STIP-CODE - TABLE ENTRY FOR THE CODE (0 = NONE) *
      ****************************************************************
       3110-FIND-STIP-CODE.
      *
           MOVE +0 TO WS-STIP-TX
           PERFORM 3120-MATCH-STIP-CODE
               VARYING WS-STIP-JX FROM +1 BY +1
               UNTIL WS-STIP-JX > WS-STIP-CODE-COUNT
               OR WS-STIP-TX > +0
           .
      *
      ****************************************************************
      *    3120-MATCH-STIP-CODE                                      *
      ****************************************************************
       3120-MATCH-STIP-CODE.
      *
           IF WS-STIP-TBL-CODE(WS-STIP-JX)
               = WS-AI-STIP-CODE(WS-STIP-IX)
               MOVE WS-STIP-JX TO WS-STIP-TX
           END-IF
           .
      *
      ****************************************************************
      *    4000-FETCH-FINANCE-APP - RETRIEVE EXISTING APPLICATION    *
      ****************************************************************
       4000-FETCH-FINANCE-APP.
           MOVE 'CONDITIONAL' TO WS-VO-ACTION
           MOVE 'CD'          TO WS-VO-NEW-STATUS
           MOVE WS-AI-STIPULATIONS(1:65) TO WS-VO-STIP-TEXT
           IF WS-AI-STIPULATIONS = SPACES
               MOVE WS-AI-STIP-CODES TO WS-VO-STIP-TEXT
           END-IF
      *
      *    IF APPROVED AMOUNTS PROVIDED, SHOW THEM
      *
           EXIT.
      *
      ****************************************************************
      *    6200-RECORD-STIPULATIONS - ONE FINANCE_STIP ROW PER CODE, *
      *    OWNED BY THE F&I MANAGER ENTERING THE DECISION. FREE TEXT *
      *    WITH NO CODES IS RECORDED AS A SINGLE OTH STIPULATION.    *
      ****************************************************************
       6200-RECORD-STIPULATIONS.
      *
           MOVE +0 TO WS-STIP-ADDED-CT
           IF WS-AI-STIP-CODES = SPACES
               MOVE 'OTH' TO WS-AI-STIP-CODE(1)
           END-IF
      *
           PERFORM 6210-ADD-ONE-STIP THRU 6210-EXIT
               VARYING WS-STIP-IX FROM +1 BY +1
               UNTIL WS-STIP-IX > +10
               OR WS-RETURN-CODE NOT = +0
      *
           IF WS-RETURN-CODE = +0
               MOVE 'CONDITIONAL APPROVAL - STIPS RECORDED IN FINSTP00'
                   TO WS-VO-MSG-TEXT
           END-IF
           .
      *
      ****************************************************************
      *    6210-ADD-ONE-STIP - SKIPS A CODE ALREADY OPEN ON THE APP  *
      ****************************************************************
       6210-ADD-ONE-STIP.
      *
           IF WS-AI-STIP-CODE(WS-STIP-IX) = SPACES
               GO TO 6210-EXIT
           END-IF
      *
           PERFORM 3110-FIND-STIP-CODE
           MOVE WS-AI-STIP-CODE(WS-STIP-IX) TO WS-HV-STIP-CODE
           IF WS-HV-STIP-CODE = 'OTH'
           AND WS-AI-STIPULATIONS NOT = SPACES
               MOVE WS-AI-STIPULATIONS(1:60) TO WS-HV-STIP-DESC-TX
           ELSE
               MOVE WS-STIP-TBL-DESC(WS-STIP-TX) TO WS-HV-STIP-DESC-TX
           END-IF
           MOVE +60 TO WS-HV-STIP-DESC-LN
      *
           IF WS-HV-STIP-CODE NOT = 'OTH'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-STIP-OPEN-CT
                   FROM  AUTOSALE.FINANCE_STIP
                   WHERE FINANCE_ID  = :WS-AI-FINANCE-ID
                     AND STIP_CODE   = :WS-HV-STIP-CODE
                     AND STIP_STATUS <> 'CL'
               END-EXEC
               IF SQLCODE = +0
               AND WS-STIP-OPEN-CT > +0
                   GO TO 6210-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(STIP_SEQ), 0) + 1
               INTO  :WS-HV-STIP-SEQ
               FROM  AUTOSALE.FINANCE_STIP
               WHERE FINANCE_ID = :WS-AI-FINANCE-ID
           END-EXEC
      *
           IF SQLCODE = +0
               EXEC SQL
                   INSERT INTO AUTOSALE.FINANCE_STIP
                   ( FINANCE_ID
                   , STIP_SEQ
                   , STIP_CODE
                   , STIP_DESC
                   , STIP_STATUS
                   , FI_MGR_ID
                   , REQUESTED_DATE
                   , RECEIVED_DATE
                   , RECEIVED_BY
                   , CLEARED_DATE
                   , CLEARED_BY
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-AI-FINANCE-ID
                   , :WS-HV-STIP-SEQ
                   , :WS-HV-STIP-CODE
                   , :WS-HV-STIP-DESC
                   , 'OS'
                   , :IO-PCB-USER-ID
                   , CURRENT DATE
                   , NULL
                   , NULL
                   , NULL
                   , NULL
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               MOVE '6210-ADD-STIP'  TO WS-DBE-SECTION-NAME
               MOVE 'FINANCE_STIP'   TO WS-DBE-TABLE-NAME
               MOVE 'INSERT'         TO WS-DBE-OPERATION
               CALL 'COMDBEL0' USING SQLCA
                                      WS-DBE-PROGRAM-NAME
                                      WS-DBE-SECTION-NAME
                                      WS-DBE-TABLE-NAME
                                      WS-DBE-OPERATION
                                      WS-DBE-RESULT-AREA
               MOVE +16 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR RECORDING STIPULATIONS'
                   TO WS-VO-MSG-TEXT
               GO TO 6210-EXIT
           END-IF
      *
           ADD +1 TO WS-STIP-ADDED-CT
           .
       6210-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-UPDATE-DEAL-AMOUNT - APPROVED AMOUNT TO DEAL         *
      ****************************************************************
       7000-UPDATE-DEAL-AMOUNT.
