       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTP00.
      ****************************************************************
      * PROGRAM:    FINSTP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     FIN - FINANCE AND INSURANCE                      *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * IMS TRAN:   FSTP                                             *
      * MFS MOD:    ASFSTP00 (LENDER STIPULATIONS)                   *
      *                                                              *
      * PURPOSE:    LENDER STIPULATION TRACKING FOR A FINANCE APP.   *
      *             STIPS ARE RECORDED AS CODED FINANCE_STIP ROWS    *
      *             WHEN FINAPV00 ENTERS A CONDITIONAL APPROVAL.     *
      *             FUNCTIONS:                                       *
      *               IQ - LIST THE STIPS ON THE APP WITH RECEIVED   *
      *                    AND CLEARED DATES AND WHO CLEARED THEM.   *
      *               AD - ADD A STIP THE LENDER CALLS FOR LATER     *
      *                    (CODE FROM WSSTIP00, DESCRIPTION          *
      *                    REQUIRED FOR OTH).                        *
      *               UP - ACTION RC MARKS THE PAPERWORK RECEIVED,   *
      *                    CL CLEARS THE STIP (THE LENDER HAS        *
      *                    ACCEPTED IT). CLEARING STAMPS RECEIVED    *
      *                    TOO IF IT WAS NOT ALREADY.                *
      *             FINCIT00 REFUSES TO REGISTER THE CONTRACT AS     *
      *             SENT WHILE ANY STIP IS NOT CLEARED. RPTSTP00     *
      *             LISTS OUTSTANDING STIPS BY F&I MANAGER.          *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *                                                              *
      * TABLES:     AUTOSALE.FINANCE_STIP   (READ/INSERT/UPDATE)     *
      *             AUTOSALE.FINANCE_APP    (READ)                   *
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
       01  WS-MODULE-ID            PIC X(08) VALUE 'FINSTP00'.
      *
           COPY WSIOPCB.
           COPY WSSQLCA.
           COPY WSMSGFMT.
      *
           COPY DCLFNSTP.
           COPY WSSTIP00.
      *
      *    INPUT FIELDS
      *
       01  WS-STP-INPUT.
           05  WS-SI-FINANCE-ID    PIC X(12).
           05  WS-SI-STIP-SEQ      PIC X(03).
           05  WS-SI-ACTION        PIC X(02).
               88  WS-SI-RECEIVE             VALUE 'RC'.
               88  WS-SI-CLEAR               VALUE 'CL'.
           05  WS-SI-STIP-CODE     PIC X(03).
           05  WS-SI-STIP-DESC     PIC X(60).
      *
      *    OUTPUT LAYOUT
      *
       01  WS-STP-OUTPUT.
           05  WS-SO-HEADER.
               10  FILLER           PIC X(30)
                   VALUE '--- LENDER STIPULATIONS ------'.
               10  FILLER           PIC X(13)
                   VALUE '  FINANCE #: '.
               10  WS-SO-FINANCE-ID PIC X(12).
               10  FILLER           PIC X(24) VALUE SPACES.
           05  WS-SO-APP-LINE.
               10  FILLER           PIC X(06) VALUE 'DEAL: '.
               10  WS-SO-DEAL-NUM  PIC X(10).
               10  FILLER           PIC X(10)
                   VALUE '  LENDER: '.
               10  WS-SO-LENDER    PIC X(05).
               10  FILLER           PIC X(14)
                   VALUE '  APP STATUS: '.
               10  WS-SO-APP-STATUS PIC X(02).
               10  FILLER           PIC X(15)
                   VALUE '  OUTSTANDING: '.
               10  WS-SO-OPEN-CT   PIC Z9.
               10  FILLER           PIC X(15) VALUE SPACES.
           05  WS-SO-BLANK-1       PIC X(79) VALUE SPACES.
           05  WS-SO-COL-HDR.
               10  FILLER           PIC X(40)
                   VALUE 'SEQ CDE DESCRIPTION                ST RE'.
               10  FILLER           PIC X(39)
                   VALUE 'QUESTED  RECEIVED   CLEARED    CLEAR BY'.
           05  WS-SO-DETAIL OCCURS 15 TIMES.
               10  WS-SO-SEQ       PIC ZZ9.
               10  FILLER           PIC X(01).
               10  WS-SO-CODE      PIC X(03).
               10  FILLER           PIC X(01).
               10  WS-SO-DESC      PIC X(26).
               10  FILLER           PIC X(01).
               10  WS-SO-STATUS    PIC X(02).
               10  FILLER           PIC X(01).
               10  WS-SO-REQ-DATE  PIC X(10).
               10  FILLER           PIC X(01).
               10  WS-SO-RCV-DATE  PIC X(10).
               10  FILLER           PIC X(01).
               10  WS-SO-CLR-DATE  PIC X(10).
               10  FILLER           PIC X(01).
               10  WS-SO-CLR-BY    PIC X(08).
           05  WS-SO-FILLER        PIC X(379) VALUE SPACES.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ERROR-MSG        PIC X(79) VALUE SPACES.
           05  WS-RETURN-CODE      PIC S9(04) COMP VALUE +0.
           05  WS-STIP-SEQ-NUM     PIC S9(04) COMP VALUE +0.
           05  WS-ROW-COUNT        PIC S9(04) COMP VALUE +0.
           05  WS-OPEN-CT          PIC S9(04) COMP VALUE +0.
           05  WS-STIP-JX          PIC S9(04) COMP VALUE +0.
           05  WS-STIP-TX          PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-END-OF-DATA            VALUE 'Y'.
      *
      *    HOST VARIABLES - FINANCE APP
      *
       01  WS-HV-APP.
           05  WS-HV-DEAL-NUMBER   PIC X(10).
           05  WS-HV-LENDER-CODE   PIC X(05).
           05  WS-HV-APP-STATUS    PIC X(02).
      *
      *    AUDIT LOG CALL FIELDS
      *
       01  WS-AUD-USER-ID          PIC X(08).
       01  WS-AUD-PROGRAM-ID       PIC X(08) VALUE 'FINSTP00'.
       01  WS-AUD-ACTION-TYPE      PIC X(08).
       01  WS-AUD-TABLE-NAME       PIC X(18).
       01  WS-AUD-KEY-VALUE        PIC X(30).
       01  WS-AUD-OLD-VALUE        PIC X(100).
       01  WS-AUD-NEW-VALUE        PIC X(100).
       01  WS-AUD-RETURN-CODE      PIC S9(04) COMP.
       01  WS-AUD-ERROR-MSG        PIC X(79).
      *
      *    DB2 ERROR HANDLER FIELDS
      *
       01  WS-DBE-PROGRAM-NAME     PIC X(08) VALUE 'FINSTP00'.
       01  WS-DBE-SECTION-NAME     PIC X(30).
       01  WS-DBE-TABLE-NAME       PIC X(18).
       01  WS-DBE-OPERATION        PIC X(08).
       01  WS-DBE-RESULT-AREA.
           05  WS-DBE-RESULT-CODE  PIC S9(04) COMP.
           05  WS-DBE-RESULT-MSG   PIC X(79).
      *
      *    CURSOR - STIPULATIONS ON ONE FINANCE APP
      *
           EXEC SQL DECLARE CSR_STP_LIST CURSOR FOR
               SELECT STIP_SEQ
                    , STIP_CODE
                    , STIP_DESC
                    , STIP_STATUS
                    , CHAR(REQUESTED_DATE, ISO)
                    , COALESCE(CHAR(RECEIVED_DATE, ISO), ' ')
                    , COALESCE(CHAR(CLEARED_DATE, ISO), ' ')
                    , COALESCE(CLEARED_BY, ' ')
               FROM   AUTOSALE.FINANCE_STIP
               WHERE  FINANCE_ID = :WS-SI-FINANCE-ID
               ORDER BY STIP_SEQ
           END-EXEC
      *
       LINKAGE SECTION.
      *
       01  IO-PCB.
           05  FILLER              PIC X(10).
           05  IO-PCB-STATUS       PIC X(02).
           05  FILLER              PIC X(20).
           05  IO-PCB-MOD-NAME     PIC X(08).
           05  IO-PCB-USER-ID      PIC X(08).
      *
       01  DB-PCB-1.
           05  FILLER              PIC X(22).
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING IO-PCB DB-PCB-1.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECEIVE-INPUT
      *
           IF WS-RETURN-CODE = +0
               PERFORM 3000-LOAD-FINANCE-APP
           END-IF
      *
           IF WS-RETURN-CODE = +0
               EVALUATE TRUE
                   WHEN WS-INP-ADD
                       PERFORM 4000-ADD-STIP THRU 4000-EXIT
                   WHEN WS-INP-UPDATE
                       PERFORM 5000-UPDATE-STIP THRU 5000-EXIT
                   WHEN WS-INP-INQUIRY
                       CONTINUE
                   WHEN OTHER
                       MOVE +8 TO WS-RETURN-CODE
                       MOVE WS-MSG-INVALID-FUNC TO WS-ERROR-MSG
               END-EVALUATE
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 6000-LIST-STIPS THRU 6000-EXIT
           END-IF
      *
           PERFORM 8000-FORMAT-OUTPUT THRU 8000-EXIT
           PERFORM 9000-SEND-OUTPUT
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE +0 TO WS-RETURN-CODE
           INITIALIZE WS-STP-OUTPUT
           MOVE SPACES TO WS-ERROR-MSG
           .
      *
      ****************************************************************
      *    2000-RECEIVE-INPUT                                        *
      ****************************************************************
       2000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-IO-GU
                                IO-PCB
                                WS-INPUT-MSG
      *
           IF IO-PCB-STATUS NOT = SPACES
               MOVE +16 TO WS-RETURN-CODE
               MOVE 'FINSTP00: IMS GU FAILED' TO WS-ERROR-MSG
           ELSE
               MOVE WS-INP-KEY-DATA(1:12) TO WS-SI-FINANCE-ID
               MOVE WS-INP-BODY(1:3)    TO WS-SI-STIP-SEQ
               MOVE WS-INP-BODY(4:2)    TO WS-SI-ACTION
               MOVE WS-INP-BODY(6:3)    TO WS-SI-STIP-CODE
               MOVE WS-INP-BODY(9:60)   TO WS-SI-STIP-DESC
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-SI-FINANCE-ID = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'FINANCE ID IS REQUIRED' TO WS-ERROR-MSG
           END-IF
           .
      *
      ****************************************************************
      *    3000-LOAD-FINANCE-APP                                     *
      ****************************************************************
       3000-LOAD-FINANCE-APP.
      *
           EXEC SQL
               SELECT DEAL_NUMBER
                    , COALESCE(LENDER_CODE, ' ')
                    , APP_STATUS
               INTO   :WS-HV-DEAL-NUMBER
                    , :WS-HV-LENDER-CODE
                    , :WS-HV-APP-STATUS
               FROM   AUTOSALE.FINANCE_APP
               WHERE  FINANCE_ID = :WS-SI-FINANCE-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'FINANCE APPLICATION NOT FOUND'
                       TO WS-ERROR-MSG
               WHEN OTHER
                   MOVE '3000-LOAD-FINANCE-APP' TO WS-DBE-SECTION-NAME
                   MOVE 'FINANCE_APP'    TO WS-DBE-TABLE-NAME
                   MOVE 'SELECT'         TO WS-DBE-OPERATION
                   PERFORM 9500-DB2-ERROR
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-ADD-STIP - A STIPULATION THE LENDER ADDED LATER      *
      ****************************************************************
       4000-ADD-STIP.
      *
           IF WS-HV-APP-STATUS NOT = 'CD'
           AND WS-HV-APP-STATUS NOT = 'AP'
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'STIPS APPLY ONLY TO CONDITIONAL OR APPROVED APPS'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-STIP-TX
           PERFORM 4100-MATCH-STIP-CODE
               VARYING WS-STIP-JX FROM +1 BY +1
               UNTIL WS-STIP-JX > WS-STIP-CODE-COUNT
               OR WS-STIP-TX > +0
           IF WS-STIP-TX = +0
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'STIP CODES: POI POR REF INS IDV DPV TTL OTH'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-SI-STIP-CODE = 'OTH'
           AND WS-SI-STIP-DESC = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'DESCRIPTION IS REQUIRED FOR AN OTH STIPULATION'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-SI-STIP-DESC = SPACES
               MOVE WS-STIP-TBL-DESC(WS-STIP-TX) TO STIP-DESC-TX
           ELSE
               MOVE WS-SI-STIP-DESC TO STIP-DESC-TX
           END-IF
           MOVE +60 TO STIP-DESC-LN
           MOVE WS-SI-STIP-CODE TO STIP-CODE
      *
           EXEC SQL
               SELECT COALESCE(MAX(STIP_SEQ), 0) + 1
               INTO   :STIP-SEQ
               FROM   AUTOSALE.FINANCE_STIP
               WHERE  FINANCE_ID = :WS-SI-FINANCE-ID
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
                   ( :WS-SI-FINANCE-ID
                   , :STIP-SEQ
                   , :STIP-CODE
                   , :STIP-DESC
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
               MOVE '4000-ADD-STIP'  TO WS-DBE-SECTION-NAME
               MOVE 'FINANCE_STIP'   TO WS-DBE-TABLE-NAME
               MOVE 'INSERT'         TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'INSERT' TO WS-AUD-ACTION-TYPE
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING 'STIP ' STIP-CODE ' ADDED - ' STIP-DESC-TX
                  DELIMITED BY SIZE
                  INTO WS-AUD-NEW-VALUE
           PERFORM 7000-WRITE-AUDIT-LOG
      *
           MOVE 'STIPULATION ADDED' TO WS-ERROR-MSG
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-MATCH-STIP-CODE                                      *
      ****************************************************************
       4100-MATCH-STIP-CODE.
      *
           IF WS-STIP-TBL-CODE(WS-STIP-JX) = WS-SI-STIP-CODE
               MOVE WS-STIP-JX TO WS-STIP-TX
           END-IF
           .
      *
      ****************************************************************
      *    5000-UPDATE-STIP - RECEIVE OR CLEAR ONE STIPULATION       *
      ****************************************************************
       5000-UPDATE-STIP.
      *
           IF WS-SI-STIP-SEQ = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'STIP SEQUENCE IS REQUIRED' TO WS-ERROR-MSG
               GO TO 5000-EXIT
           END-IF
      *
           IF NOT WS-SI-RECEIVE
           AND NOT WS-SI-CLEAR
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'ACTION MUST BE RC (RECEIVED) OR CL (CLEARED)'
                   TO WS-ERROR-MSG
               GO TO 5000-EXIT
           END-IF
      *
           COMPUTE WS-STIP-SEQ-NUM =
               FUNCTION NUMVAL(WS-SI-STIP-SEQ)
           MOVE WS-STIP-SEQ-NUM TO STIP-SEQ
      *
           EXEC SQL
               SELECT STIP_CODE
                    , STIP_STATUS
               INTO   :STIP-CODE
                    , :STIP-STATUS
               FROM   AUTOSALE.FINANCE_STIP
               WHERE  FINANCE_ID = :WS-SI-FINANCE-ID
                 AND  STIP_SEQ   = :STIP-SEQ
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'STIPULATION NOT FOUND ON THIS FINANCE APP'
                       TO WS-ERROR-MSG
                   GO TO 5000-EXIT
               WHEN OTHER
                   MOVE '5000-UPDATE-STIP' TO WS-DBE-SECTION-NAME
                   MOVE 'FINANCE_STIP'   TO WS-DBE-TABLE-NAME
                   MOVE 'SELECT'         TO WS-DBE-OPERATION
                   PERFORM 9500-DB2-ERROR
                   GO TO 5000-EXIT
           END-EVALUATE
      *
           MOVE STIP-STATUS TO WS-STIP-STATUS-WORK
           IF WS-STIP-CLEARED
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'STIPULATION IS ALREADY CLEARED' TO WS-ERROR-MSG
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-SI-RECEIVE
           AND WS-STIP-RECEIVED
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'STIPULATION IS ALREADY RECEIVED' TO WS-ERROR-MSG
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-SI-RECEIVE
               EXEC SQL
                   UPDATE AUTOSALE.FINANCE_STIP
                      SET STIP_STATUS   = 'RC'
                        , RECEIVED_DATE = CURRENT DATE
                        , RECEIVED_BY   = :IO-PCB-USER-ID
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  FINANCE_ID = :WS-SI-FINANCE-ID
                     AND  STIP_SEQ   = :STIP-SEQ
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE AUTOSALE.FINANCE_STIP
                      SET STIP_STATUS   = 'CL'
                        , RECEIVED_DATE = COALESCE(RECEIVED_DATE,
                                                   CURRENT DATE)
                        , RECEIVED_BY   = COALESCE(RECEIVED_BY,
                                                   :IO-PCB-USER-ID)
                        , CLEARED_DATE  = CURRENT DATE
                        , CLEARED_BY    = :IO-PCB-USER-ID
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  FINANCE_ID = :WS-SI-FINANCE-ID
                     AND  STIP_SEQ   = :STIP-SEQ
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               MOVE '5000-UPDATE-STIP' TO WS-DBE-SECTION-NAME
               MOVE 'FINANCE_STIP'   TO WS-DBE-TABLE-NAME
               MOVE 'UPDATE'         TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'UPDATE' TO WS-AUD-ACTION-TYPE
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING 'STIP ' WS-SI-STIP-SEQ ' ' STIP-CODE
                  ' STATUS=' STIP-STATUS
                  DELIMITED BY SIZE
                  INTO WS-AUD-OLD-VALUE
           STRING 'STIP ' WS-SI-STIP-SEQ ' ' STIP-CODE
                  ' STATUS=' WS-SI-ACTION
                  DELIMITED BY SIZE
                  INTO WS-AUD-NEW-VALUE
           PERFORM 7000-WRITE-AUDIT-LOG
      *
           IF WS-SI-CLEAR
               MOVE 'STIPULATION CLEARED' TO WS-ERROR-MSG
           ELSE
               MOVE 'STIPULATION MARKED RECEIVED' TO WS-ERROR-MSG
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-LIST-STIPS - ALL STIPULATIONS ON THE APP             *
      ****************************************************************
       6000-LIST-STIPS.
      *
           EXEC SQL OPEN CSR_STP_LIST END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE '6000-LIST-STIPS' TO WS-DBE-SECTION-NAME
               MOVE 'FINANCE_STIP'   TO WS-DBE-TABLE-NAME
               MOVE 'OPEN'           TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
               GO TO 6000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE +0 TO WS-OPEN-CT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6100-FETCH-STIP
               UNTIL WS-END-OF-DATA
      *
           EXEC SQL CLOSE CSR_STP_LIST END-EXEC
      *
           IF WS-RETURN-CODE = +0
           AND WS-ROW-COUNT = +0
           AND WS-INP-INQUIRY
               MOVE 'NO STIPULATIONS ON THIS FINANCE APP'
                   TO WS-ERROR-MSG
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-FETCH-STIP - ONE ROW; COUNTS OPEN STIPS PAST PAGE    *
      ****************************************************************
       6100-FETCH-STIP.
      *
           EXEC SQL FETCH CSR_STP_LIST
               INTO   :STIP-SEQ
                    , :STIP-CODE
                    , :STIP-DESC
                    , :STIP-STATUS
                    , :REQUESTED-DATE
                    , :RECEIVED-DATE
                    , :CLEARED-DATE
                    , :CLEARED-BY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF STIP-STATUS NOT = 'CL'
                       ADD +1 TO WS-OPEN-CT
                   END-IF
                   IF WS-ROW-COUNT < +15
                       ADD +1 TO WS-ROW-COUNT
                       MOVE STIP-SEQ
                           TO WS-SO-SEQ(WS-ROW-COUNT)
                       MOVE STIP-CODE
                           TO WS-SO-CODE(WS-ROW-COUNT)
                       MOVE STIP-DESC-TX
                           TO WS-SO-DESC(WS-ROW-COUNT)
                       MOVE STIP-STATUS
                           TO WS-SO-STATUS(WS-ROW-COUNT)
                       MOVE REQUESTED-DATE
                           TO WS-SO-REQ-DATE(WS-ROW-COUNT)
                       MOVE RECEIVED-DATE
                           TO WS-SO-RCV-DATE(WS-ROW-COUNT)
                       MOVE CLEARED-DATE
                           TO WS-SO-CLR-DATE(WS-ROW-COUNT)
                       MOVE CLEARED-BY
                           TO WS-SO-CLR-BY(WS-ROW-COUNT)
                   END-IF
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE '6100-FETCH-STIP' TO WS-DBE-SECTION-NAME
                   MOVE 'FINANCE_STIP'   TO WS-DBE-TABLE-NAME
                   MOVE 'FETCH'          TO WS-DBE-OPERATION
                   PERFORM 9500-DB2-ERROR
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7000-WRITE-AUDIT-LOG                                      *
      ****************************************************************
       7000-WRITE-AUDIT-LOG.
      *
           MOVE IO-PCB-USER-ID   TO WS-AUD-USER-ID
           MOVE 'FINANCE_STIP'   TO WS-AUD-TABLE-NAME
           MOVE WS-SI-FINANCE-ID TO WS-AUD-KEY-VALUE
           CALL 'COMLGEL0' USING WS-AUD-USER-ID
                                  WS-AUD-PROGRAM-ID
                                  WS-AUD-ACTION-TYPE
                                  WS-AUD-TABLE-NAME
                                  WS-AUD-KEY-VALUE
                                  WS-AUD-OLD-VALUE
                                  WS-AUD-NEW-VALUE
                                  WS-AUD-RETURN-CODE
                                  WS-AUD-ERROR-MSG
           .
      *
      ****************************************************************
      *    8000-FORMAT-OUTPUT                                        *
      ****************************************************************
       8000-FORMAT-OUTPUT.
      *
           MOVE WS-MODULE-ID TO WS-OUT-MSG-ID
           MOVE WS-ERROR-MSG TO WS-OUT-MSG-TEXT
      *
           IF WS-RETURN-CODE > +0
               GO TO 8000-EXIT
           END-IF
      *
           IF WS-ERROR-MSG = SPACES
               IF WS-OPEN-CT = +0
                   MOVE 'ALL STIPULATIONS CLEARED - CLEAR TO FUND'
                       TO WS-OUT-MSG-TEXT
               ELSE
                   MOVE 'STIPULATIONS OUTSTANDING - NOT CLEAR TO FUND'
                       TO WS-OUT-MSG-TEXT
               END-IF
           END-IF
      *
           MOVE WS-SI-FINANCE-ID  TO WS-SO-FINANCE-ID
           MOVE WS-HV-DEAL-NUMBER TO WS-SO-DEAL-NUM
           MOVE WS-HV-LENDER-CODE TO WS-SO-LENDER
           MOVE WS-HV-APP-STATUS  TO WS-SO-APP-STATUS
           MOVE WS-OPEN-CT        TO WS-SO-OPEN-CT
      *
           MOVE WS-STP-OUTPUT TO WS-OUT-BODY
           .
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-SEND-OUTPUT                                          *
      ****************************************************************
       9000-SEND-OUTPUT.
      *
           MOVE WS-OUT-MSG-LENGTH TO WS-OUT-LL
           MOVE +0 TO WS-OUT-ZZ
      *
           CALL 'CBLTDLI' USING WS-IO-ISRT
                                IO-PCB
                                WS-OUTPUT-MSG
      *
           IF IO-PCB-STATUS NOT = SPACES
               DISPLAY 'FINSTP00: IMS ISRT FAILED - '
                       IO-PCB-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    9500-DB2-ERROR - COMMON DB2 ERROR HANDLER                 *
      ****************************************************************
       9500-DB2-ERROR.
      *
           CALL 'COMDBEL0' USING SQLCA
                                  WS-DBE-PROGRAM-NAME
                                  WS-DBE-SECTION-NAME
                                  WS-DBE-TABLE-NAME
                                  WS-DBE-OPERATION
                                  WS-DBE-RESULT-AREA
           MOVE +12 TO WS-RETURN-CODE
           MOVE WS-DBE-RESULT-MSG TO WS-ERROR-MSG
           .
      ****************************************************************
      * END OF FINSTP00                                              *
      ****************************************************************
