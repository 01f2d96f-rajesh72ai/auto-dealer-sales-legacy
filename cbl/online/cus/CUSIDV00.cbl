       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSIDV00.
      ****************************************************************
      * PROGRAM:    CUSIDV00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     CUS - CUSTOMER MANAGEMENT                        *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * IMS TRAN:   CIDV                                             *
      * MFS MOD:    ASCIDV00 (IDENTITY VERIFICATION)                 *
      *                                                              *
      * PURPOSE:    IDENTITY THEFT RED FLAG VERIFICATION. BATCBR00   *
      *             OPENS AN ID_RED_FLAG ROW (STATUS OP) WHEN A      *
      *             BUREAU RESPONSE CARRIES A FRAUD ALERT, ACTIVE-   *
      *             DUTY ALERT OR ADDRESS MISMATCH, AND QUEUES IT    *
      *             (IDRFLG) FOR THE COMPLIANCE OFFICER.             *
      *             FUNCTIONS:                                       *
      *               IQ - LIST THE RED FLAGS ON THE CUSTOMER WITH   *
      *                    STATUS AND WHO VERIFIED THEM.             *
      *               UP - RECORD THE IDENTITY VERIFICATION FOR ONE  *
      *                    CREDIT PULL: ID TYPE, ID NUMBER AND HOW   *
      *                    THE DISCREPANCY WAS RESOLVED.             *
      *                    RESOLUTION VF = IDENTITY VERIFIED - THE   *
      *                    IDRFLG EXCEPTION IS CLOSED.               *
      *                    RESOLUTION UN = COULD NOT VERIFY - THE    *
      *                    FLAG STAYS OPEN AND AN IDRUNV EXCEPTION   *
      *                    IS QUEUED FOR THE COMPLIANCE OFFICER.     *
      *             FINAPP00 AND SALCMP00 WILL NOT MOVE THE DEAL     *
      *             WHILE THE BUYER OR CO-BUYER HAS A FLAG NOT VF.   *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *                                                              *
      * TABLES:     AUTOSALE.ID_RED_FLAG     (READ/UPDATE)           *
      *             AUTOSALE.CUSTOMER        (READ)                  *
      *             AUTOSALE.EXCEPTION_QUEUE (INSERT/UPDATE)         *
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
       01  WS-MODULE-ID            PIC X(08) VALUE 'CUSIDV00'.
      *
           COPY WSIOPCB.
           COPY WSSQLCA.
           COPY WSMSGFMT.
      *
           COPY DCLIDRFL.
      *
      *    INPUT FIELDS
      *
       01  WS-IDV-INPUT.
           05  WS-VI-CUSTOMER-ID   PIC X(09).
           05  WS-VI-CREDIT-ID     PIC X(09).
           05  WS-VI-ID-TYPE       PIC X(02).
               88  WS-VI-ID-TYPE-OK          VALUE 'DL' 'PP'
                                                   'ST' 'MI'.
           05  WS-VI-ID-NUMBER     PIC X(20).
           05  WS-VI-RESOLVE-CODE  PIC X(02).
               88  WS-VI-VERIFIED            VALUE 'VF'.
               88  WS-VI-UNRESOLVED          VALUE 'UN'.
           05  WS-VI-RESOLVE-TEXT  PIC X(60).
      *
      *    OUTPUT LAYOUT
      *
       01  WS-IDV-OUTPUT.
           05  WS-VO-HEADER.
               10  FILLER           PIC X(30)
                   VALUE '--- IDENTITY RED FLAGS -------'.
               10  FILLER           PIC X(14)
                   VALUE '  CUSTOMER #: '.
               10  WS-VO-CUSTOMER-ID
                                    PIC Z(08)9.
               10  FILLER           PIC X(26) VALUE SPACES.
           05  WS-VO-NAME-LINE.
               10  FILLER           PIC X(06) VALUE 'NAME: '.
               10  WS-VO-NAME      PIC X(40).
               10  FILLER           PIC X(16)
                   VALUE '  OPEN FLAGS:   '.
               10  WS-VO-OPEN-CT   PIC Z9.
               10  FILLER           PIC X(15) VALUE SPACES.
           05  WS-VO-BLANK-1       PIC X(79) VALUE SPACES.
           05  WS-VO-COL-HDR.
               10  FILLER           PIC X(40)
                   VALUE 'CREDIT ID BU F D A ST TY VERIFIED ON    '.
               10  FILLER           PIC X(39)
                   VALUE '     RESOLUTION                        '.
           05  WS-VO-DETAIL OCCURS 12 TIMES.
               10  WS-VO-CREDIT-ID PIC 9(09).
               10  FILLER           PIC X(01).
               10  WS-VO-BUREAU    PIC X(02).
               10  FILLER           PIC X(01).
               10  WS-VO-FRAUD     PIC X(01).
               10  FILLER           PIC X(01).
               10  WS-VO-DUTY      PIC X(01).
               10  FILLER           PIC X(01).
               10  WS-VO-ADDR      PIC X(01).
               10  FILLER           PIC X(01).
               10  WS-VO-STATUS    PIC X(02).
               10  FILLER           PIC X(01).
               10  WS-VO-ID-TYPE   PIC X(02).
               10  FILLER           PIC X(01).
               10  WS-VO-VERIFIED-BY
                                    PIC X(08).
               10  FILLER           PIC X(01).
               10  WS-VO-VERIFIED-DATE
                                    PIC X(10).
               10  FILLER           PIC X(01).
               10  WS-VO-RESOLUTION
                                    PIC X(34).
           05  WS-VO-FILLER        PIC X(616) VALUE SPACES.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ERROR-MSG        PIC X(79) VALUE SPACES.
           05  WS-RETURN-CODE      PIC S9(04) COMP VALUE +0.
           05  WS-CUSTOMER-NUM     PIC S9(09) COMP VALUE +0.
           05  WS-CREDIT-NUM       PIC S9(09) COMP VALUE +0.
           05  WS-ROW-COUNT        PIC S9(04) COMP VALUE +0.
           05  WS-OPEN-CT          PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG         PIC X(01) VALUE 'N'.
               88  WS-END-OF-DATA            VALUE 'Y'.
      *
      *    HOST VARIABLES - CUSTOMER AND EXCEPTION QUEUE
      *
       01  WS-HV-CUSTOMER.
           05  WS-HV-FIRST-NAME    PIC X(30).
           05  WS-HV-LAST-NAME     PIC X(30).
           05  WS-HV-DEALER-CODE   PIC X(05).
           05  WS-HV-VERIFIED-DATE PIC X(10).
      *
       01  WS-EXC-FIELDS.
           05  WS-EXC-CREDIT-ID    PIC 9(09).
           05  WS-EXC-KEY          PIC X(20).
           05  WS-EXC-DESC         PIC X(80).
           05  WS-EXC-NOTE         PIC X(100).
      *
      *    AUDIT LOG CALL FIELDS
      *
       01  WS-AUD-USER-ID          PIC X(08).
       01  WS-AUD-PROGRAM-ID       PIC X(08) VALUE 'CUSIDV00'.
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
       01  WS-DBE-PROGRAM-NAME     PIC X(08) VALUE 'CUSIDV00'.
       01  WS-DBE-SECTION-NAME     PIC X(30).
       01  WS-DBE-TABLE-NAME       PIC X(18).
       01  WS-DBE-OPERATION        PIC X(08).
       01  WS-DBE-RESULT-AREA.
           05  WS-DBE-RESULT-CODE  PIC S9(04) COMP.
           05  WS-DBE-RESULT-MSG   PIC X(79).
      *
      *    CURSOR - RED FLAGS ON ONE CUSTOMER, NEWEST FIRST
      *
           EXEC SQL DECLARE CSR_IDV_LIST CURSOR FOR
               SELECT CREDIT_ID
                    , BUREAU_CODE
                    , FRAUD_ALERT
                    , ACTIVE_DUTY
                    , ADDR_MISMATCH
                    , FLAG_STATUS
                    , COALESCE(ID_TYPE, ' ')
                    , COALESCE(VERIFIED_BY, ' ')
                    , COALESCE(CHAR(DATE(VERIFIED_TS), ISO), ' ')
                    , COALESCE(RESOLUTION, ' ')
               FROM   AUTOSALE.ID_RED_FLAG
               WHERE  CUSTOMER_ID = :WS-CUSTOMER-NUM
               ORDER BY DETECTED_TS DESC
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
               PERFORM 3000-LOAD-CUSTOMER
           END-IF
      *
           IF WS-RETURN-CODE = +0
               EVALUATE TRUE
                   WHEN WS-INP-UPDATE
                       PERFORM 4000-RECORD-VERIFY THRU 4000-EXIT
                   WHEN WS-INP-INQUIRY
                       CONTINUE
                   WHEN OTHER
                       MOVE +8 TO WS-RETURN-CODE
                       MOVE WS-MSG-INVALID-FUNC TO WS-ERROR-MSG
               END-EVALUATE
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 6000-LIST-FLAGS THRU 6000-EXIT
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
           INITIALIZE WS-IDV-OUTPUT
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
               MOVE 'CUSIDV00: IMS GU FAILED' TO WS-ERROR-MSG
           ELSE
               MOVE WS-INP-KEY-DATA(1:9) TO WS-VI-CUSTOMER-ID
               MOVE WS-INP-BODY(1:9)    TO WS-VI-CREDIT-ID
               MOVE WS-INP-BODY(10:2)   TO WS-VI-ID-TYPE
               MOVE WS-INP-BODY(12:20)  TO WS-VI-ID-NUMBER
               MOVE WS-INP-BODY(32:2)   TO WS-VI-RESOLVE-CODE
               MOVE WS-INP-BODY(34:60)  TO WS-VI-RESOLVE-TEXT
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-VI-CUSTOMER-ID = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-ERROR-MSG
           END-IF
      *
           IF WS-RETURN-CODE = +0
               COMPUTE WS-CUSTOMER-NUM =
                   FUNCTION NUMVAL(WS-VI-CUSTOMER-ID)
           END-IF
           .
      *
      ****************************************************************
      *    3000-LOAD-CUSTOMER                                        *
      ****************************************************************
       3000-LOAD-CUSTOMER.
      *
           EXEC SQL
               SELECT FIRST_NAME
                    , LAST_NAME
                    , DEALER_CODE
               INTO   :WS-HV-FIRST-NAME
                    , :WS-HV-LAST-NAME
                    , :WS-HV-DEALER-CODE
               FROM   AUTOSALE.CUSTOMER
               WHERE  CUSTOMER_ID = :WS-CUSTOMER-NUM
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
               WHEN OTHER
                   MOVE '3000-LOAD-CUSTOMER' TO WS-DBE-SECTION-NAME
                   MOVE 'CUSTOMER'       TO WS-DBE-TABLE-NAME
                   MOVE 'SELECT'         TO WS-DBE-OPERATION
                   PERFORM 9500-DB2-ERROR
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-RECORD-VERIFY - ID PRESENTED AND HOW THE RED FLAG    *
      *    WAS RESOLVED. EVERY OUTCOME IS WRITTEN TO THE AUDIT LOG   *
      ****************************************************************
       4000-RECORD-VERIFY.
      *
           IF WS-VI-CREDIT-ID = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'CREDIT ID OF THE FLAGGED PULL IS REQUIRED'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF NOT WS-VI-ID-TYPE-OK
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'ID TYPE: DL LICENSE PP PASSPORT ST STATE MI MIL'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-VI-ID-NUMBER = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'ID NUMBER IS REQUIRED' TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF NOT WS-VI-VERIFIED
           AND NOT WS-VI-UNRESOLVED
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'RESOLUTION: VF VERIFIED OR UN UNRESOLVED'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-VI-RESOLVE-TEXT = SPACES
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'DESCRIBE HOW THE DISCREPANCY WAS RESOLVED'
                   TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           COMPUTE WS-CREDIT-NUM =
               FUNCTION NUMVAL(WS-VI-CREDIT-ID)
           MOVE WS-CREDIT-NUM TO CREDIT-ID
      *
           EXEC SQL
               SELECT FLAG_STATUS
                    , FRAUD_ALERT
                    , ACTIVE_DUTY
                    , ADDR_MISMATCH
               INTO   :FLAG-STATUS
                    , :FRAUD-ALERT
                    , :ACTIVE-DUTY
                    , :ADDR-MISMATCH
               FROM   AUTOSALE.ID_RED_FLAG
               WHERE  CREDIT_ID   = :CREDIT-ID
                 AND  CUSTOMER_ID = :WS-CUSTOMER-NUM
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO WS-RETURN-CODE
                   MOVE 'NO RED FLAG FOR THIS CREDIT ID AND CUSTOMER'
                       TO WS-ERROR-MSG
                   GO TO 4000-EXIT
               WHEN OTHER
                   MOVE '4000-RECORD-VERIFY' TO WS-DBE-SECTION-NAME
                   MOVE 'ID_RED_FLAG'    TO WS-DBE-TABLE-NAME
                   MOVE 'SELECT'         TO WS-DBE-OPERATION
                   PERFORM 9500-DB2-ERROR
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           IF FLAG-STATUS = 'VF'
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'RED FLAG IS ALREADY VERIFIED' TO WS-ERROR-MSG
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-VI-ID-TYPE      TO ID-TYPE
           MOVE WS-VI-ID-NUMBER    TO ID-NUMBER
           MOVE WS-VI-RESOLVE-CODE TO WS-AUD-ACTION-TYPE
           MOVE WS-VI-RESOLVE-TEXT TO RESOLUTION-TX
           MOVE +60 TO RESOLUTION-LN
      *
           EXEC SQL
               UPDATE AUTOSALE.ID_RED_FLAG
                  SET FLAG_STATUS  = :WS-VI-RESOLVE-CODE
                    , ID_TYPE      = :ID-TYPE
                    , ID_NUMBER    = :ID-NUMBER
                    , VERIFIED_BY  = :IO-PCB-USER-ID
                    , RESOLUTION   = :RESOLUTION
                    , VERIFIED_TS  = CURRENT TIMESTAMP
               WHERE  CREDIT_ID   = :CREDIT-ID
                 AND  CUSTOMER_ID = :WS-CUSTOMER-NUM
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE '4000-RECORD-VERIFY' TO WS-DBE-SECTION-NAME
               MOVE 'ID_RED_FLAG'    TO WS-DBE-TABLE-NAME
               MOVE 'UPDATE'         TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-CREDIT-NUM TO WS-EXC-CREDIT-ID
           MOVE WS-EXC-CREDIT-ID TO WS-EXC-KEY
           MOVE SPACES TO WS-EXC-NOTE
           STRING 'ID ' WS-VI-ID-TYPE ' CHECKED BY ' IO-PCB-USER-ID
                  ' - ' WS-VI-RESOLVE-TEXT
                  DELIMITED BY SIZE
                  INTO WS-EXC-NOTE
      *
           IF WS-VI-VERIFIED
               PERFORM 4100-CLOSE-EXCEPTION THRU 4100-EXIT
           ELSE
               PERFORM 4200-ESCALATE-EXCEPTION THRU 4200-EXIT
           END-IF
      *
           IF WS-RETURN-CODE NOT = +0
               GO TO 4000-EXIT
           END-IF
      *
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING 'CREDIT ' WS-EXC-CREDIT-ID
                  ' FLAGS F=' FRAUD-ALERT
                  ' D=' ACTIVE-DUTY
                  ' A=' ADDR-MISMATCH
                  ' STATUS=' FLAG-STATUS
                  DELIMITED BY SIZE
                  INTO WS-AUD-OLD-VALUE
           STRING 'STATUS=' WS-VI-RESOLVE-CODE
                  ' ID=' WS-VI-ID-TYPE
                  ' ' WS-VI-RESOLVE-TEXT
                  DELIMITED BY SIZE
                  INTO WS-AUD-NEW-VALUE
           PERFORM 7000-WRITE-AUDIT-LOG
      *
           IF WS-VI-VERIFIED
               MOVE 'IDENTITY VERIFIED - RED FLAG RESOLVED'
                   TO WS-ERROR-MSG
           ELSE
               MOVE 'IDENTITY NOT VERIFIED - REFERRED TO COMPLIANCE'
                   TO WS-ERROR-MSG
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-CLOSE-EXCEPTION - VERIFIED, CLOSE THE OPEN IDRFLG    *
      *    (AND ANY IDRUNV ESCALATION) FOR THIS CREDIT PULL          *
      ****************************************************************
       4100-CLOSE-EXCEPTION.
      *
           EXEC SQL
               UPDATE AUTOSALE.EXCEPTION_QUEUE
                  SET QUEUE_STATUS    = 'R'
                    , RESOLVED_BY     = :IO-PCB-USER-ID
                    , RESOLVED_TS     = CURRENT TIMESTAMP
                    , RESOLUTION_NOTE = :WS-EXC-NOTE
               WHERE  EXCEPTION_TYPE IN ('IDRFLG', 'IDRUNV')
                 AND  KEY_VALUE      = :WS-EXC-KEY
                 AND  QUEUE_STATUS   = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE '4100-CLOSE-EXCEPTION' TO WS-DBE-SECTION-NAME
               MOVE 'EXCEPTION_QUEUE' TO WS-DBE-TABLE-NAME
               MOVE 'UPDATE'         TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-ESCALATE-EXCEPTION - COULD NOT VERIFY, QUEUE FOR     *
      *    THE COMPLIANCE OFFICER                                    *
      ****************************************************************
       4200-ESCALATE-EXCEPTION.
      *
           MOVE SPACES TO WS-EXC-DESC
           STRING 'ID NOT VERIFIED - ' WS-VI-RESOLVE-TEXT
                  DELIMITED BY SIZE
                  INTO WS-EXC-DESC
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_QUEUE
                   ( EXCEPTION_TYPE
                   , SOURCE_PROGRAM
                   , DEALER_CODE
                   , KEY_VALUE
                   , EXCEPTION_DESC
                   , DETECTED_TS
                   , QUEUE_STATUS
                   )
               VALUES
                   ( 'IDRUNV'
                   , 'CUSIDV00'
                   , :WS-HV-DEALER-CODE
                   , :WS-EXC-KEY
                   , :WS-EXC-DESC
                   , CURRENT TIMESTAMP
                   , 'O'
                   )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE '4200-ESCALATE-EXCEPTION' TO WS-DBE-SECTION-NAME
               MOVE 'EXCEPTION_QUEUE' TO WS-DBE-TABLE-NAME
               MOVE 'INSERT'         TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-LIST-FLAGS - ALL RED FLAGS ON THE CUSTOMER           *
      ****************************************************************
       6000-LIST-FLAGS.
      *
           EXEC SQL OPEN CSR_IDV_LIST END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE '6000-LIST-FLAGS' TO WS-DBE-SECTION-NAME
               MOVE 'ID_RED_FLAG'    TO WS-DBE-TABLE-NAME
               MOVE 'OPEN'           TO WS-DBE-OPERATION
               PERFORM 9500-DB2-ERROR
               GO TO 6000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE +0 TO WS-OPEN-CT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6100-FETCH-FLAG
               UNTIL WS-END-OF-DATA
      *
           EXEC SQL CLOSE CSR_IDV_LIST END-EXEC
      *
           IF WS-RETURN-CODE = +0
           AND WS-ROW-COUNT = +0
           AND WS-INP-INQUIRY
               MOVE 'NO IDENTITY RED FLAGS ON THIS CUSTOMER'
                   TO WS-ERROR-MSG
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-FETCH-FLAG - ONE ROW; COUNTS OPEN FLAGS PAST PAGE    *
      ****************************************************************
       6100-FETCH-FLAG.
      *
           EXEC SQL FETCH CSR_IDV_LIST
               INTO   :CREDIT-ID
                    , :BUREAU-CODE
                    , :FRAUD-ALERT
                    , :ACTIVE-DUTY
                    , :ADDR-MISMATCH
                    , :FLAG-STATUS
                    , :ID-TYPE
                    , :VERIFIED-BY
                    , :WS-HV-VERIFIED-DATE
                    , :RESOLUTION
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF FLAG-STATUS NOT = 'VF'
                       ADD +1 TO WS-OPEN-CT
                   END-IF
                   IF WS-ROW-COUNT < +12
                       ADD +1 TO WS-ROW-COUNT
                       MOVE CREDIT-ID
                           TO WS-VO-CREDIT-ID(WS-ROW-COUNT)
                       MOVE BUREAU-CODE
                           TO WS-VO-BUREAU(WS-ROW-COUNT)
                       MOVE FRAUD-ALERT
                           TO WS-VO-FRAUD(WS-ROW-COUNT)
                       MOVE ACTIVE-DUTY
                           TO WS-VO-DUTY(WS-ROW-COUNT)
                       MOVE ADDR-MISMATCH
                           TO WS-VO-ADDR(WS-ROW-COUNT)
                       MOVE FLAG-STATUS
                           TO WS-VO-STATUS(WS-ROW-COUNT)
                       MOVE ID-TYPE
                           TO WS-VO-ID-TYPE(WS-ROW-COUNT)
                       MOVE VERIFIED-BY
                           TO WS-VO-VERIFIED-BY(WS-ROW-COUNT)
                       MOVE WS-HV-VERIFIED-DATE
                           TO WS-VO-VERIFIED-DATE(WS-ROW-COUNT)
                       MOVE RESOLUTION-TX(1:RESOLUTION-LN)
                           TO WS-VO-RESOLUTION(WS-ROW-COUNT)
                   END-IF
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE '6100-FETCH-FLAG' TO WS-DBE-SECTION-NAME
                   MOVE 'ID_RED_FLAG'    TO WS-DBE-TABLE-NAME
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
           MOVE 'ID_RED_FLAG'    TO WS-AUD-TABLE-NAME
           MOVE SPACES           TO WS-AUD-KEY-VALUE
           STRING WS-VI-CUSTOMER-ID '/' WS-EXC-CREDIT-ID
                  DELIMITED BY SIZE
                  INTO WS-AUD-KEY-VALUE
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
                   MOVE 'NO OPEN RED FLAGS - CLEAR TO DELIVER'
                       TO WS-OUT-MSG-TEXT
               ELSE
                   MOVE 'RED FLAGS OPEN - VERIFY ID BEFORE DELIVERY'
                       TO WS-OUT-MSG-TEXT
               END-IF
           END-IF
      *
           MOVE WS-CUSTOMER-NUM TO WS-VO-CUSTOMER-ID
           MOVE SPACES TO WS-VO-NAME
           STRING WS-HV-LAST-NAME DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-HV-FIRST-NAME DELIMITED BY '  '
                  INTO WS-VO-NAME
           MOVE WS-OPEN-CT TO WS-VO-OPEN-CT
      *
           MOVE WS-IDV-OUTPUT TO WS-OUT-BODY
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
               DISPLAY 'CUSIDV00: IMS ISRT FAILED - '
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
      * END OF CUSIDV00                                              *
      ****************************************************************
