       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCRD00.
      ****************************************************************
      * PROGRAM:  FINCRD00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   FIN - IN-HOUSE (BUY-HERE-PAY-HERE) RECEIVABLES     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  CREDIT BUREAU DISPUTES AND CORRECTIONS FOR         *
      *           HOUSE_LOAN NOTES REPORTED MONTHLY BY BATCRP00.     *
      *           FUNCTIONS:                                         *
      *           INQ - LOAN AND ITS CREDIT REPORTING STATE - LAST   *
      *                 STATUS, 24-MONTH PAYMENT HISTORY, DATE OF    *
      *                 FIRST DELINQUENCY AND ANY DISPUTE.           *
      *           DSP - OPEN A CONSUMER DISPUTE (REASON REQUIRED).   *
      *                 THE ACCOUNT IS REPORTED WITH COMPLIANCE      *
      *                 CODE XB UNTIL IT IS RESOLVED.                *
      *           COR - RESOLVE THE DISPUTE AND/OR CORRECT THE       *
      *                 REPORTING DATA. RESOLUTION XH (INVESTIGATION *
      *                 COMPLETE) IS REPORTED ONCE; XC (CONSUMER     *
      *                 DISAGREES) STAYS ON THE ACCOUNT. A NEW       *
      *                 PAYMENT HISTORY AND/OR DATE OF FIRST         *
      *                 DELINQUENCY MAY BE ENTERED (CLEAR FLAG Y     *
      *                 REMOVES THE DATE). THE ACCOUNT IS FLAGGED    *
      *                 SO THE NEXT BATCRP00 CYCLE RE-REPORTS IT     *
      *                 WITH THE CORRECTION INDICATOR, EVEN IF IT    *
      *                 HAS ALREADY HAD ITS FINAL REPORT.            *
      *           HISTORY CODES: 0-6 CURRENT TO 180+ DAYS, B NO      *
      *                 HISTORY, D NO HISTORY THIS MONTH, E ZERO     *
      *                 BALANCE, K REPOSSESSION, L CHARGE-OFF        *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    FICR - BHPH CREDIT REPORTING DISPUTES              *
      * MFS MOD:  ASFICR00                                           *
      * TABLES:   AUTOSALE.HOUSE_LOAN          (READ)                *
      *           AUTOSALE.CUSTOMER            (READ)                *
      *           AUTOSALE.CREDIT_RPT_ACCT     (READ/INSERT/UPDATE)  *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM-FIELDS.
           05  WS-PROGRAM-NAME           PIC X(08)
                                          VALUE 'FINCRD00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASFICR00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLCRACT.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-DSP                      VALUE 'DSP'.
               88  WS-IN-FN-COR                      VALUE 'COR'.
           05  WS-IN-LOAN-ID             PIC 9(09).
           05  WS-IN-REASON              PIC X(60).
           05  WS-IN-RESOLUTION          PIC X(02).
               88  WS-IN-RES-VALID                   VALUE 'XH' 'XC'.
           05  WS-IN-PAY-HISTORY         PIC X(24).
           05  WS-IN-FIRST-DELINQ        PIC X(10).
           05  WS-IN-CLEAR-DELINQ        PIC X(01).
               88  WS-IN-CLEAR-DOFD                  VALUE 'Y'.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-LOAN-ID            PIC 9(09).
           05  WS-OUT-DEAL-NUMBER        PIC X(10).
           05  WS-OUT-CUST-NAME          PIC X(30).
           05  WS-OUT-LOAN-STATUS        PIC X(02).
           05  WS-OUT-BALANCE            PIC Z(8)9.99.
           05  WS-OUT-NEXT-DUE           PIC X(10).
           05  WS-OUT-DAYS-PAST          PIC ZZZZ9-.
           05  WS-OUT-RPT-STATUS         PIC X(02).
           05  WS-OUT-LAST-CYCLE         PIC X(10).
           05  WS-OUT-PAY-HISTORY        PIC X(24).
           05  WS-OUT-FIRST-DELINQ       PIC X(10).
           05  WS-OUT-FINAL              PIC X(01).
           05  WS-OUT-DISPUTE            PIC X(02).
           05  WS-OUT-DISPUTE-DATE       PIC X(10).
           05  WS-OUT-DISPUTE-REASON     PIC X(60).
           05  WS-OUT-CORRECTION         PIC X(01).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-TRACK-FOUND            PIC X(01)  VALUE 'N'.
               88  WS-HAVE-TRACK                    VALUE 'Y'.
           05  WS-SUB                    PIC S9(04) COMP VALUE +0.
           05  WS-HIST-CHAR              PIC X(01)  VALUE SPACES.
               88  WS-HIST-CHAR-VALID               VALUE '0' THRU '6'
                                                    'B' 'D' 'E' 'G'
                                                    'H' 'J' 'K' 'L'.
           05  WS-BAD-HIST               PIC X(01)  VALUE 'N'.
               88  WS-HIST-INVALID                  VALUE 'Y'.
           05  WS-LOAN-ID-DISP           PIC 9(09)  VALUE ZEROS.
      *
      *    DB2 HOST VARIABLES - HOUSE LOAN AND CUSTOMER
      *
       01  WS-HV-LOAN.
           05  WS-HV-LN-ID               PIC S9(09) COMP.
           05  WS-HV-LN-DEAL             PIC X(10).
           05  WS-HV-LN-NEXT-DUE         PIC X(10).
           05  WS-HV-LN-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-STATUS           PIC X(02).
           05  WS-HV-LN-DAYS-PAST        PIC S9(05) COMP.
           05  WS-HV-LN-CUST-NAME        PIC X(30).
      *
      *    NULL INDICATORS - CREDIT_RPT_ACCT
      *
       01  WS-NI-FIRST-DELINQ            PIC S9(04) COMP VALUE +0.
       01  WS-NI-LAST-CYCLE              PIC S9(04) COMP VALUE +0.
       01  WS-NI-DISPUTE-DATE            PIC S9(04) COMP VALUE +0.
       01  WS-NI-DISPUTE-REASON          PIC S9(04) COMP VALUE +0.
      *
      *    LOG MODULE LINKAGE
      *
       01  WS-LOG-FUNCTION               PIC X(04).
       01  WS-LOG-PROGRAM                PIC X(08).
       01  WS-LOG-TABLE-NAME             PIC X(18).
       01  WS-LOG-ACTION                 PIC X(08).
       01  WS-LOG-KEY-VALUE              PIC X(40).
       01  WS-LOG-DETAILS                PIC X(200).
       01  WS-LOG-RETURN-CODE            PIC S9(04) COMP.
      *
      *    DB ERROR MODULE LINKAGE
      *
       01  WS-DBE-SQLCODE                PIC S9(09) COMP.
       01  WS-DBE-PROGRAM                PIC X(08).
       01  WS-DBE-PARAGRAPH              PIC X(30).
       01  WS-DBE-TABLE-NAME             PIC X(18).
       01  WS-DBE-RETURN-CODE            PIC S9(04) COMP.
      *
       LINKAGE SECTION.
      *
       01  IO-PCB.
           05  FILLER                    PIC X(10).
           05  IO-STATUS                 PIC X(02).
           05  FILLER                    PIC X(20).
           05  IO-USER                   PIC X(08).
      *
       01  DB-PCB-1.
           05  DB-1-DBD-NAME            PIC X(08).
           05  DB-1-SEG-LEVEL           PIC X(02).
           05  DB-1-STATUS              PIC X(02).
           05  FILLER                   PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING IO-PCB, DB-PCB-1.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
      *
           PERFORM 2000-RECEIVE-INPUT
      *
           IF IO-STATUS = '  '
               PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-IN-FN-INQ
                       PERFORM 4000-INQUIRY THRU 4000-EXIT
                   WHEN WS-IN-FN-DSP
                       PERFORM 5000-OPEN-DISPUTE THRU 5000-EXIT
                   WHEN WS-IN-FN-COR
                       PERFORM 6000-CORRECT-ACCOUNT THRU 6000-EXIT
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE INQ DSP OR COR'
                           TO WS-OUT-MESSAGE
               END-EVALUATE
           END-IF
      *
           PERFORM 8000-SEND-OUTPUT
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE - CLEAR WORK AREAS                        *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-INPUT-MSG
           INITIALIZE WS-OUTPUT-MSG
           INITIALIZE WS-WORK-FIELDS
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'BHPH CREDIT REPORTING DISPUTES' TO WS-OUT-TITLE
      *
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE WS-CURRENT-TS(1:10) TO WS-CURRENT-DATE
           .
      *
      ****************************************************************
      *    2000-RECEIVE-INPUT - GU CALL ON IO-PCB                    *
      ****************************************************************
       2000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-GU
                                IO-PCB
                                WS-INPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               MOVE 'FINCRD00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-LOAN-ID = ZEROS
               MOVE 'LOAN ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-DSP
           AND WS-IN-REASON = SPACES
               MOVE 'DISPUTE REASON IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-FN-COR
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-RESOLUTION NOT = SPACES
           AND NOT WS-IN-RES-VALID
               MOVE 'RESOLUTION MUST BE XH OR XC'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FIRST-DELINQ NOT = SPACES
           AND WS-IN-CLEAR-DOFD
               MOVE 'ENTER A DELINQUENCY DATE OR CLEAR IT, NOT BOTH'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-RESOLUTION = SPACES
           AND WS-IN-PAY-HISTORY = SPACES
           AND WS-IN-FIRST-DELINQ = SPACES
           AND NOT WS-IN-CLEAR-DOFD
               MOVE 'NOTHING TO CORRECT - ENTER RESOLUTION OR NEW DATA'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-PAY-HISTORY NOT = SPACES
               MOVE 'N' TO WS-BAD-HIST
               PERFORM 3100-CHECK-HIST-CHAR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 24
               IF WS-HIST-INVALID
                   MOVE 'HISTORY MUST BE 24 CODES 0-6 B D E G H J K L'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-HIST-CHAR - ONE PAYMENT HISTORY POSITION       *
      ****************************************************************
       3100-CHECK-HIST-CHAR.
      *
           MOVE WS-IN-PAY-HISTORY(WS-SUB:1) TO WS-HIST-CHAR
           IF NOT WS-HIST-CHAR-VALID
               MOVE 'Y' TO WS-BAD-HIST
           END-IF
           .
      *
      ****************************************************************
      *    3500-READ-LOAN - HOUSE LOAN WITH CUSTOMER NAME            *
      ****************************************************************
       3500-READ-LOAN.
      *
           MOVE WS-IN-LOAN-ID TO WS-HV-LN-ID
      *
           EXEC SQL
               SELECT L.DEAL_NUMBER
                    , CHAR(L.NEXT_DUE_DATE, ISO)
                    , L.PRINCIPAL_BAL
                    , L.LOAN_STATUS
                    , DAYS(CURRENT DATE) - DAYS(L.NEXT_DUE_DATE)
                    , CAST(C.LAST_NAME CONCAT ', '
                           CONCAT C.FIRST_NAME AS CHAR(30))
               INTO  :WS-HV-LN-DEAL
                    , :WS-HV-LN-NEXT-DUE
                    , :WS-HV-LN-BALANCE
                    , :WS-HV-LN-STATUS
                    , :WS-HV-LN-DAYS-PAST
                    , :WS-HV-LN-CUST-NAME
               FROM  AUTOSALE.HOUSE_LOAN L
               JOIN  AUTOSALE.CUSTOMER C
                 ON  C.CUSTOMER_ID = L.CUSTOMER_ID
               WHERE L.LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'HOUSE LOAN NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINCRD00: DB2 ERROR READING LOAN'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3600-READ-TRACKING - CREDIT REPORTING ROW, IF THE LOAN    *
      *    HAS BEEN REPORTED OR DISPUTED BEFORE                      *
      ****************************************************************
       3600-READ-TRACKING.
      *
           MOVE 'N' TO WS-TRACK-FOUND
           INITIALIZE DCLCREDIT-RPT-ACCT
      *
           EXEC SQL
               SELECT PAY_HISTORY
                    , FIRST_DELINQ_DT
                    , LAST_CYCLE_DATE
                    , LAST_STATUS
                    , FINAL_REPORTED
                    , DISPUTE_STATUS
                    , DISPUTE_DATE
                    , DISPUTE_REASON
                    , CORRECTION_PEND
               INTO  :PAY-HISTORY
                    , :FIRST-DELINQ-DT :WS-NI-FIRST-DELINQ
                    , :LAST-CYCLE-DATE :WS-NI-LAST-CYCLE
                    , :LAST-STATUS
                    , :FINAL-REPORTED
                    , :DISPUTE-STATUS
                    , :DISPUTE-DATE    :WS-NI-DISPUTE-DATE
                    , :DISPUTE-REASON  :WS-NI-DISPUTE-REASON
                    , :CORRECTION-PEND
               FROM  AUTOSALE.CREDIT_RPT_ACCT
               WHERE LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-TRACK-FOUND
                   IF WS-NI-FIRST-DELINQ < +0
                       MOVE SPACES TO FIRST-DELINQ-DT
                   END-IF
                   IF WS-NI-LAST-CYCLE < +0
                       MOVE SPACES TO LAST-CYCLE-DATE
                   END-IF
                   IF WS-NI-DISPUTE-DATE < +0
                       MOVE SPACES TO DISPUTE-DATE
                   END-IF
                   IF WS-NI-DISPUTE-REASON < +0
                       MOVE +0 TO DISPUTE-REASON-LN
                       MOVE SPACES TO DISPUTE-REASON-TX
                   END-IF
               WHEN +100
                   MOVE ALL 'B' TO PAY-HISTORY
                   MOVE SPACES TO FIRST-DELINQ-DT
                   MOVE SPACES TO LAST-CYCLE-DATE
                   MOVE SPACES TO LAST-STATUS
                   MOVE 'N' TO FINAL-REPORTED
                   MOVE SPACES TO DISPUTE-STATUS
                   MOVE SPACES TO DISPUTE-DATE
                   MOVE +0 TO DISPUTE-REASON-LN
                   MOVE SPACES TO DISPUTE-REASON-TX
                   MOVE 'N' TO CORRECTION-PEND
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINCRD00: DB2 ERROR READING CREDIT REPORTING'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-INQUIRY - LOAN AND CREDIT REPORTING STATE            *
      ****************************************************************
       4000-INQUIRY.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 3600-READ-TRACKING
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 7500-FORMAT-OUTPUT
      *
           IF WS-HAVE-TRACK
               MOVE 'CREDIT REPORTING DISPLAYED'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'LOAN HAS NOT YET BEEN REPORTED TO THE BUREAUS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-OPEN-DISPUTE - REPORT XB UNTIL RESOLVED              *
      ****************************************************************
       5000-OPEN-DISPUTE.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 3600-READ-TRACKING
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           IF DISPUTE-STATUS = 'XB'
               MOVE 'A DISPUTE IS ALREADY OPEN ON THIS ACCOUNT'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'XB' TO DISPUTE-STATUS
           MOVE WS-CURRENT-DATE TO DISPUTE-DATE
           MOVE WS-IN-REASON TO DISPUTE-REASON-TX
           MOVE +60 TO DISPUTE-REASON-LN
           MOVE +0 TO WS-NI-DISPUTE-DATE
           MOVE +0 TO WS-NI-DISPUTE-REASON
      *
           PERFORM 7000-SAVE-TRACKING
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'CREDIT DISPUTE OPENED BY ' IO-USER
                  ' REASON=' WS-IN-REASON
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7800-LOG-TRACKING
      *
           PERFORM 7500-FORMAT-OUTPUT
           MOVE 'DISPUTE OPENED - ACCOUNT REPORTED XB UNTIL RESOLVED'
               TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-CORRECT-ACCOUNT - RESOLVE THE DISPUTE AND/OR APPLY   *
      *    CORRECTED DATA; RE-REPORTED ON THE NEXT CYCLE             *
      ****************************************************************
       6000-CORRECT-ACCOUNT.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 3600-READ-TRACKING
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF NOT WS-HAVE-TRACK
               MOVE 'LOAN HAS NOT BEEN REPORTED - NOTHING TO CORRECT'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-IN-RESOLUTION NOT = SPACES
           AND DISPUTE-STATUS NOT = 'XB'
               MOVE 'NO OPEN DISPUTE TO RESOLVE ON THIS ACCOUNT'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-IN-RESOLUTION NOT = SPACES
               MOVE WS-IN-RESOLUTION TO DISPUTE-STATUS
           END-IF
      *
           IF WS-IN-PAY-HISTORY NOT = SPACES
               MOVE WS-IN-PAY-HISTORY TO PAY-HISTORY
           END-IF
      *
           IF WS-IN-FIRST-DELINQ NOT = SPACES
               MOVE WS-IN-FIRST-DELINQ TO FIRST-DELINQ-DT
           END-IF
           IF WS-IN-CLEAR-DOFD
               MOVE SPACES TO FIRST-DELINQ-DT
           END-IF
      *
           MOVE 'Y' TO CORRECTION-PEND
      *
           PERFORM 7000-SAVE-TRACKING
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'CREDIT CORRECTION BY ' IO-USER
                  ' RESOLUTION=' WS-IN-RESOLUTION
                  ' HISTORY=' PAY-HISTORY
                  ' DOFD=' FIRST-DELINQ-DT
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7800-LOG-TRACKING
      *
           PERFORM 7500-FORMAT-OUTPUT
           MOVE 'CORRECTION SAVED - RE-REPORTED ON THE NEXT CYCLE'
               TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-SAVE-TRACKING - UPDATE THE ROW, OR ADD IT FOR A LOAN *
      *    DISPUTED BEFORE ITS FIRST REPORT                          *
      ****************************************************************
       7000-SAVE-TRACKING.
      *
           IF FIRST-DELINQ-DT = SPACES
               MOVE -1 TO WS-NI-FIRST-DELINQ
           ELSE
               MOVE +0 TO WS-NI-FIRST-DELINQ
           END-IF
      *
           IF WS-HAVE-TRACK
               EXEC SQL
                   UPDATE AUTOSALE.CREDIT_RPT_ACCT
                      SET PAY_HISTORY     = :PAY-HISTORY
                        , FIRST_DELINQ_DT = :FIRST-DELINQ-DT
                                            :WS-NI-FIRST-DELINQ
                        , DISPUTE_STATUS  = :DISPUTE-STATUS
                        , DISPUTE_DATE    = :DISPUTE-DATE
                                            :WS-NI-DISPUTE-DATE
                        , DISPUTE_REASON  = :DISPUTE-REASON
                                            :WS-NI-DISPUTE-REASON
                        , CORRECTION_PEND = :CORRECTION-PEND
                        , UPDATED_USER    = :IO-USER
                        , UPDATED_TS      = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :WS-HV-LN-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.CREDIT_RPT_ACCT
                   ( LOAN_ID
                   , PAY_HISTORY
                   , FIRST_DELINQ_DT
                   , LAST_CYCLE_DATE
                   , LAST_STATUS
                   , FINAL_REPORTED
                   , DISPUTE_STATUS
                   , DISPUTE_DATE
                   , DISPUTE_REASON
                   , CORRECTION_PEND
                   , UPDATED_USER
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-HV-LN-ID
                   , :PAY-HISTORY
                   , :FIRST-DELINQ-DT :WS-NI-FIRST-DELINQ
                   , NULL
                   , '  '
                   , 'N'
                   , :DISPUTE-STATUS
                   , :DISPUTE-DATE :WS-NI-DISPUTE-DATE
                   , :DISPUTE-REASON :WS-NI-DISPUTE-REASON
                   , :CORRECTION-PEND
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCRD00: DB2 ERROR SAVING CREDIT REPORTING'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    7500-FORMAT-OUTPUT - LOAN AND REPORTING FIELDS TO OUTPUT  *
      ****************************************************************
       7500-FORMAT-OUTPUT.
      *
           MOVE WS-HV-LN-ID TO WS-OUT-LOAN-ID
           MOVE WS-HV-LN-DEAL TO WS-OUT-DEAL-NUMBER
           MOVE WS-HV-LN-CUST-NAME TO WS-OUT-CUST-NAME
           MOVE WS-HV-LN-STATUS TO WS-OUT-LOAN-STATUS
           MOVE WS-HV-LN-BALANCE TO WS-OUT-BALANCE
           MOVE WS-HV-LN-NEXT-DUE TO WS-OUT-NEXT-DUE
           MOVE WS-HV-LN-DAYS-PAST TO WS-OUT-DAYS-PAST
           MOVE LAST-STATUS TO WS-OUT-RPT-STATUS
           MOVE LAST-CYCLE-DATE TO WS-OUT-LAST-CYCLE
           MOVE PAY-HISTORY TO WS-OUT-PAY-HISTORY
           MOVE FIRST-DELINQ-DT TO WS-OUT-FIRST-DELINQ
           MOVE FINAL-REPORTED TO WS-OUT-FINAL
           MOVE DISPUTE-STATUS TO WS-OUT-DISPUTE
           MOVE DISPUTE-DATE TO WS-OUT-DISPUTE-DATE
           MOVE DISPUTE-REASON-TX TO WS-OUT-DISPUTE-REASON
           MOVE CORRECTION-PEND TO WS-OUT-CORRECTION
           .
      *
      ****************************************************************
      *    7800-LOG-TRACKING - AUDIT A DISPUTE OR CORRECTION         *
      ****************************************************************
       7800-LOG-TRACKING.
      *
           MOVE WS-HV-LN-ID TO WS-LOAN-ID-DISP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'CREDIT_RPT_ACCT' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-LOAN-ID-DISP TO WS-LOG-KEY-VALUE
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
      *
      ****************************************************************
      *    8000-SEND-OUTPUT - ISRT CALL ON IO-PCB                    *
      ****************************************************************
       8000-SEND-OUTPUT.
      *
           COMPUTE WS-OUT-LL =
               FUNCTION LENGTH(WS-OUTPUT-MSG)
           MOVE +0 TO WS-OUT-ZZ
      *
           CALL 'CBLTDLI' USING WS-ISRT
                                IO-PCB
                                WS-OUTPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               CONTINUE
           END-IF
           .
      *
      ****************************************************************
      *    9100-DB2-ERROR - CALL COMMON DB2 ERROR HANDLER            *
      ****************************************************************
       9100-DB2-ERROR.
      *
           MOVE WS-PROGRAM-NAME TO WS-DBE-PROGRAM
           MOVE 'FINCRD00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SEE AUDIT LOG' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF FINCRD00                                              *
      ****************************************************************
