      *             NUMBERS. NO-HIT (NH) AND FROZEN-FILE (FZ)        *
      *             RESPONSES ARE QUEUED TO EXCEPTION_QUEUE FOR THE  *
      *             OFFICE.                                           *
      *             IDENTITY THEFT RED FLAGS (FRAUD ALERT, ACTIVE-   *
      *             DUTY ALERT, ADDRESS MISMATCH) ON A POSTED        *
      *             RESPONSE OPEN AN ID_RED_FLAG ROW AND QUEUE IT    *
      *             (IDRFLG) FOR THE COMPLIANCE OFFICER. FINAPP00    *
      *             AND SALCMP00 HOLD THE DEAL UNTIL THE IDENTITY    *
      *             VERIFICATION IS RECORDED IN CUSIDV00.            *
      *                                                              *
      *             RESPONSE RECORD LAYOUT (FIXED 80):                *
      *               01-09  CREDIT ID (ZONED)                       *
      *               27-29  OPEN TRADELINES (ZONED)                 *
      *               30-40  MONTHLY OBLIGATIONS 9(9)V99             *
      *               41-43  DEROGATORY COUNT (ZONED)                *
      *               44     FRAUD ALERT ON FILE (Y/N)               *
      *               45     ACTIVE-DUTY ALERT ON FILE (Y/N)         *
      *               46     ADDRESS DISCREPANCY (Y/N)               *
      *                                                              *
      * INPUT:      BUREAURS DD - BUREAU RESPONSE FILE               *
      *                                                              *
      * TABLES:     AUTOSALE.CREDIT_CHECK    (READ/UPDATE)           *
      *             AUTOSALE.EXCEPTION_QUEUE (INSERT)                *
      *             AUTOSALE.ID_RED_FLAG     (INSERT)                *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  CAPTURE FRAUD ALERT, ACTIVE-DUTY ALERT AND     *
      *               ADDRESS MISMATCH INDICATORS (POSITIONS 44-46)  *
      *               AS ID_RED_FLAG ROWS AND QUEUE THEM FOR         *
      *               COMPLIANCE REVIEW (SEE 4500)                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  BR-TRADELINES             PIC 9(03).
           05  BR-MONTHLY-OBLIG          PIC 9(09)V99.
           05  BR-DEROG-COUNT            PIC 9(03).
           05  BR-FRAUD-ALERT            PIC X(01).
               88  BR-FRAUD-ALERT-ON               VALUE 'Y'.
           05  BR-ACTIVE-DUTY            PIC X(01).
               88  BR-ACTIVE-DUTY-ON               VALUE 'Y'.
           05  BR-ADDR-MISMATCH          PIC X(01).
               88  BR-ADDR-MISMATCH-ON             VALUE 'Y'.
           05  FILLER                    PIC X(34).
      *
       WORKING-STORAGE SECTION.
      *
           05  WS-POSTED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-QUEUED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-FLAGGED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-BR                     PIC X(01) VALUE 'N'.
           05  WS-HV-DEROG               PIC S9(04) COMP VALUE +0.
           05  WS-HV-TIER                PIC X(01) VALUE SPACES.
           05  WS-HV-CUSTOMER-ID         PIC S9(09) COMP VALUE +0.
      *
      *
      *    RED FLAG INDICATORS AS STORED (Y/N)
      *
       01  WS-RF-FIELDS.
           05  WS-RF-FRAUD               PIC X(01) VALUE 'N'.
           05  WS-RF-DUTY                PIC X(01) VALUE 'N'.
           05  WS-RF-ADDR                PIC X(01) VALUE 'N'.
           05  WS-RF-PTR                 PIC S9(04) COMP VALUE +0.
      *
       01  WS-EXC-FIELDS.
           05  WS-EXC-TYPE               PIC X(06).
           DISPLAY 'BATCBR00:   QUEUED (NH/FZ) = ' WS-QUEUED-COUNT
           DISPLAY 'BATCBR00:   UNMATCHED      = '
                   WS-UNMATCHED-COUNT
           DISPLAY 'BATCBR00:   RED FLAGS      = ' WS-FLAGGED-COUNT
           DISPLAY 'BATCBR00:   ERRORS         = ' WS-ERROR-COUNT
      *
           STOP RUN.
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-POSTED-COUNT
                   IF BR-FRAUD-ALERT-ON
                   OR BR-ACTIVE-DUTY-ON
                   OR BR-ADDR-MISMATCH-ON
                       PERFORM 4500-RECORD-RED-FLAGS THRU 4500-EXIT
                   END-IF
               WHEN +100
                   ADD +1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'BATCBR00: NO PENDING CHECK '
           EXIT.
      *
      ****************************************************************
      *    4500-RECORD-RED-FLAGS - IDENTITY THEFT RED FLAGS ON THE   *
      *    BUREAU RESPONSE. THE DEAL IS HELD UNTIL CUSIDV00 RECORDS  *
      *    THE IDENTITY VERIFICATION AND HOW IT WAS RESOLVED         *
      ****************************************************************
       4500-RECORD-RED-FLAGS.
      *
           MOVE 'N' TO WS-RF-FRAUD
           MOVE 'N' TO WS-RF-DUTY
           MOVE 'N' TO WS-RF-ADDR
           IF BR-FRAUD-ALERT-ON
               MOVE 'Y' TO WS-RF-FRAUD
           END-IF
           IF BR-ACTIVE-DUTY-ON
               MOVE 'Y' TO WS-RF-DUTY
           END-IF
           IF BR-ADDR-MISMATCH-ON
               MOVE 'Y' TO WS-RF-ADDR
           END-IF
      *
           EXEC SQL
               SELECT CUSTOMER_ID
               INTO   :WS-HV-CUSTOMER-ID
               FROM   AUTOSALE.CREDIT_CHECK
               WHERE  CREDIT_ID = :BR-CREDIT-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCBR00: ERROR READING CHECK FOR FLAGS - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4500-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.ID_RED_FLAG
               ( CREDIT_ID
               , CUSTOMER_ID
               , BUREAU_CODE
               , FRAUD_ALERT
               , ACTIVE_DUTY
               , ADDR_MISMATCH
               , FLAG_STATUS
               , DETECTED_TS
               )
               VALUES
               ( :BR-CREDIT-ID
               , :WS-HV-CUSTOMER-ID
               , :BR-BUREAU-CODE
               , :WS-RF-FRAUD
               , :WS-RF-DUTY
               , :WS-RF-ADDR
               , 'OP'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCBR00: ERROR RECORDING RED FLAG - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4500-EXIT
           END-IF
      *
           ADD +1 TO WS-FLAGGED-COUNT
      *
           MOVE 'IDRFLG' TO WS-EXC-TYPE
           MOVE BR-CREDIT-ID TO WS-EXC-KEY
           MOVE SPACES TO WS-EXC-DESC
           MOVE +1 TO WS-RF-PTR
           STRING 'ID RED FLAG -' DELIMITED BY SIZE
                  INTO WS-EXC-DESC
                  WITH POINTER WS-RF-PTR
           IF BR-FRAUD-ALERT-ON
               STRING ' FRAUD ALERT' DELIMITED BY SIZE
                      INTO WS-EXC-DESC
                      WITH POINTER WS-RF-PTR
           END-IF
           IF BR-ACTIVE-DUTY-ON
               STRING ' ACTIVE DUTY' DELIMITED BY SIZE
                      INTO WS-EXC-DESC
                      WITH POINTER WS-RF-PTR
           END-IF
           IF BR-ADDR-MISMATCH-ON
               STRING ' ADDR MISMATCH' DELIMITED BY SIZE
                      INTO WS-EXC-DESC
                      WITH POINTER WS-RF-PTR
           END-IF
           STRING ' - VERIFY ID IN CUSIDV00' DELIMITED BY SIZE
                  INTO WS-EXC-DESC
                  WITH POINTER WS-RF-PTR
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
               SELECT :WS-EXC-TYPE
                    , 'BATCBR00'
                    , C.DEALER_CODE
                    , :WS-EXC-KEY
                    , :WS-EXC-DESC
                    , CURRENT TIMESTAMP
                    , 'O'
               FROM   AUTOSALE.CUSTOMER C
               WHERE  C.CUSTOMER_ID = :WS-HV-CUSTOMER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATCBR00: ERROR QUEUEING RED FLAG - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-QUEUED-COUNT
           END-IF
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-QUEUE-PROBLEM - NO-HIT / FROZEN FILE                 *
      ****************************************************************
       5000-QUEUE-PROBLEM.
