      *                    STATEMENT FILE (PROVIDER + PERIOD +       *
      *                    AMOUNT) TO OUR REMITTED TOTALS AND        *
      *                    REPORT VARIANCES.                          *
      *               CS - CLAIM SUBMIT: WRITE NEW SERVICE-CONTRACT  *
      *                    CLAIMS (SVC_CONTRACT_CLAIM NW, BUILT BY   *
      *                    SVCORD00 CLS FROM SC LINES) TO REMOUT,    *
      *                    GROUPED BY PROVIDER WITH TOTALS, AND MARK *
      *                    THEM SB (SUBMITTED).                      *
      *               CP - CLAIM PAYMENT: POST THE PROVIDERS' CLAIM  *
      *                    PAYMENT FILE TO SUBMITTED CLAIMS - PD     *
      *                    (PAID) OR DN (DENIED, ZERO PAID). SHORT   *
      *                    PAYS, DENIALS AND UNMATCHED PAYMENTS ARE  *
      *                    LISTED ON REMOUT.                         *
      *                                                              *
      *             CONTROL CARD (REMCTL, FIXED 80):                 *
      *               001-002  MODE RG/EX/RC/CS/CP                   *
      *               004-010  PERIOD YYYY-MM (BLANK = CURRENT)      *
      *                                                              *
      *             STATEMENT FILE (REMSTMT, FIXED 80, RC MODE):     *
      *               001-040 PROVIDER   041-047 PERIOD              *
      *               048-058 AMOUNT 9(9)V99                         *
      *                                                              *
      *             CLAIM PAYMENT FILE (REMCPAY, FIXED 80, CP MODE): *
      *               001-009 SC CLAIM ID  010-018 PAID 9(7)V99      *
      *               019-028 PAID DATE    029-043 PROVIDER REF      *
      *                                                              *
      *             REMPRV  DD - REMOUT OF THE ABENDED EX/CS RUN,    *
      *                          READ ONLY ON A RESTART (ELSE DUMMY) *
      *             OBFCTL  DD - OPTIONAL BUSINESS DATE/CYCLE CARD   *
      *                          (SEE COMOBFL0)                      *
      *                                                              *
      * RESTART:    EX AND CS ARE COMMITTED ONE PROVIDER GROUP AT A  *
      *             TIME - THE GROUP'S ROWS ARE MARKED RM/SB WHEN    *
      *             ITS TOTAL IS ON REMOUT (COMCKPL0 JOBS REMEX AND  *
      *             REMCS). ANY ERROR BACKS THE FILE OUT TO THE LAST *
      *             PROVIDER. AFTER AN ABEND, BATRSTRT RSTRT THE JOB *
      *             AND RERUN WITH THE OLD REMOUT AS REMPRV - THE    *
      *             COMMITTED PROVIDERS ARE COPIED ACROSS AND THE    *
      *             RUN CARRIES ON WITH THE ROWS STILL RG/NW UNDER   *
      *             THE SAME FILE SEQUENCE. A RERUN FOR A DATE       *
      *             ALREADY SENT IS REFUSED UNLESS BATRSTRT OVRD HAS *
      *             RELEASED IT.                                     *
      *                                                              *
      * OUTPUT:     REMOUT DD - REMITTANCE REGISTER EXTRACT (132).   *
      *                         EX/CS END WITH A FILE TRAILER -      *
      *                         FILE SEQUENCE, ITEM COUNT, AMOUNT    *
      *                         AND RECORD COUNT                     *
      *                                                              *
      * TABLES:     AUTOSALE.PRODUCT_REMIT   (ALL)                   *
      *             AUTOSALE.FINANCE_PRODUCT (READ)                  *
      *             AUTOSALE.SALES_DEAL      (READ)                  *
      *             AUTOSALE.SVC_CONTRACT_CLAIM (READ/UPDATE)        *
      *             AUTOSALE.OUTBOUND_FILE   (VIA COMOBFL0)          *
      *             AUTOSALE.RESTART_CONTROL (VIA COMCKPL0)          *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-14  CS/CP MODES - SUBMIT SERVICE-CONTRACT CLAIMS   *
      *               BY PROVIDER AND POST PROVIDER CLAIM PAYMENTS   *
      *   2026-10-15  EX/CS - FILE SEQUENCE AND CONTROL TOTALS ON    *
      *               REMOUT, CHECKPOINT PER PROVIDER GROUP WITH     *
      *               RESTART, AND REFUSAL OF A RERUN OF A FILE      *
      *               ALREADY SENT (COMOBFL0)                        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO REMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMOUT-STATUS.
           SELECT REM-PRIOR-FILE
               ASSIGN TO REMPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMPRV-STATUS.
           SELECT CLAIM-PAY-FILE
               ASSIGN TO REMCPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMCPAY-STATUS.
      *
       DATA DIVISION.
      *
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  EXTRACT-RECORD                PIC X(132).
      *
       FD  REM-PRIOR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REM-PRIOR-RECORD              PIC X(132).
      *
       FD  CLAIM-PAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  CLAIM-PAY-RECORD.
           05  CP-SC-CLAIM-ID            PIC 9(09).
           05  CP-PAID-AMT               PIC 9(07)V99.
           05  CP-PAID-DATE              PIC X(10).
           05  CP-PROVIDER-REF           PIC X(15).
           05  FILLER                    PIC X(37).
      *
       WORKING-STORAGE SECTION.
      *
               88  CTL-REGISTER                      VALUE 'RG'.
               88  CTL-EXTRACT                       VALUE 'EX'.
               88  CTL-RECONCILE                     VALUE 'RC'.
               88  CTL-CLAIM-SUBMIT                  VALUE 'CS'.
               88  CTL-CLAIM-PAYMENT                 VALUE 'CP'.
           05  FILLER                    PIC X(01).
           05  CTL-PERIOD                PIC X(07).
           05  FILLER                    PIC X(70).
           05  WS-REMCTL-STATUS          PIC X(02) VALUE SPACES.
           05  WS-REMSTMT-STATUS         PIC X(02) VALUE SPACES.
           05  WS-REMOUT-STATUS          PIC X(02) VALUE SPACES.
           05  WS-REMCPAY-STATUS         PIC X(02) VALUE SPACES.
           05  WS-REMPRV-STATUS          PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    CHECKPOINT CALL FIELDS
      *
       01  WS-CHKP-FUNCTION.
           05  WS-CF-FUNC-CODE        PIC X(04).
           05  WS-CF-PROGRAM-NAME     PIC X(08).
           05  WS-CF-JOB-NAME         PIC X(08).
           05  WS-CF-STEP-NAME        PIC X(08).
           05  WS-CF-CHECKPOINT-FREQ  PIC S9(07) COMP-3.
      *
       01  WS-CHKP-DATA.
           05  WS-CD-EYE-CATCHER     PIC X(08).
           05  WS-CD-PROGRAM-ID       PIC X(08).
           05  WS-CD-TIMESTAMP        PIC X(26).
           05  WS-CD-LAST-KEY         PIC X(50).
           05  WS-CD-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CD-USER-DATA        PIC X(139).
      *
       01  WS-CHKP-RESULT.
           05  WS-CR-RETURN-CODE      PIC S9(04) COMP.
           05  WS-CR-RETURN-MSG       PIC X(79).
           05  WS-CR-RESTART-FLAG     PIC X(01).
           05  WS-CR-CHECKPOINT-ID    PIC X(20).
           05  WS-CR-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CR-LAST-KEY         PIC X(50).
           05  WS-CR-IMS-STATUS       PIC X(02).
           05  WS-CR-SQLCODE          PIC S9(09) COMP.
           05  WS-CR-CHKP-COUNT       PIC S9(07) COMP-3.
      *
      *    OUTBOUND FILE CONTROL (SEQUENCE, TOTALS, RESTART)
      *
           COPY WSOBFCTL.
      *
           COPY DCLPRDRM.
      *
           05  WS-HELD-CT                PIC S9(09) COMP-3 VALUE +0.
           05  WS-REMITTED-CT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-VARIANCE-CT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLAIM-SUBMIT-CT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLAIM-PAID-CT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLAIM-DENIED-CT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLAIM-UNMATCHED-CT     PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
               88  WS-END-OF-DATA                  VALUE 'Y'.
           05  WS-EOF-STMT               PIC X(01) VALUE 'N'.
               88  WS-STMT-DONE                    VALUE 'Y'.
           05  WS-EOF-CLAIM-PAY          PIC X(01) VALUE 'N'.
               88  WS-CLAIM-PAY-DONE               VALUE 'Y'.
           05  WS-EOF-PRIOR              PIC X(01) VALUE 'N'.
               88  WS-PRIOR-DONE                   VALUE 'Y'.
           05  WS-BUILD-FLAG             PIC X(01) VALUE 'Y'.
               88  WS-BUILD-IS-OK                  VALUE 'Y'.
               88  WS-BUILD-IS-FAILED              VALUE 'N'.
      *
       01  WS-WORK-FIELDS.
           05  WS-PERIOD                 PIC X(07) VALUE SPACES.
           05  WS-VARIANCE               PIC S9(11)V99 COMP-3
                                                       VALUE +0.
      *
      *    OUTBOUND FILE (EX/CS) - JOB, CONTROL TOTALS AND THE LAST
      *    PROVIDER COMMITTED
      *
       01  WS-REM-JOB                    PIC X(08) VALUE SPACES.
       01  WS-REM-STEP                   PIC X(08) VALUE SPACES.
       01  WS-SINCE-COMMIT               PIC S9(07) COMP-3 VALUE +0.
       01  WS-COMMIT-FREQ                PIC S9(07) COMP-3 VALUE +1.
       01  WS-FILE-ITEM-CT               PIC S9(07) COMP-3 VALUE +0.
       01  WS-FILE-AMT                   PIC S9(11)V99 COMP-3
                                                        VALUE +0.
       01  WS-LAST-PROVIDER              PIC X(40) VALUE SPACES.
       01  WS-UPDATED-CT                 PIC S9(09) COMP VALUE +0.
       01  WS-PRIOR-COPIED               PIC S9(09) COMP VALUE +0.
       01  WS-REC-CNT-DISPLAY            PIC 9(09).
      *
      *    EXTRACT FETCH FIELDS
      *
       01  WS-HV-EXTRACT.
           05  WS-HV-SEQ                 PIC S9(04) COMP.
           05  WS-HV-AMT                 PIC S9(07)V99 COMP-3.
      *
      *    SERVICE-CONTRACT CLAIM FIELDS
      *
       01  WS-HV-SC-CLAIM.
           05  WS-HV-SC-CLAIM-ID         PIC S9(09) COMP.
           05  WS-HV-SC-RO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-SC-VIN              PIC X(17).
           05  WS-HV-SC-DEAL             PIC X(10).
           05  WS-HV-SC-CLAIM-AMT        PIC S9(07)V99 COMP-3.
           05  WS-HV-SC-STATUS           PIC X(02).
           05  WS-HV-SC-PAID-AMT         PIC S9(07)V99 COMP-3.
           05  WS-HV-SC-NEW-STATUS       PIC X(02).
           05  WS-HV-SC-PROVIDER-REF.
               49  WS-HV-SC-PROVIDER-REF-LN
                                         PIC S9(04) COMP.
               49  WS-HV-SC-PROVIDER-REF-TX
                                         PIC X(15).
      *
      *    EXTRACT LINES
      *
       01  WS-EX-PROVIDER-HDR.
               VALUE ' DIFF: '.
           05  WS-RV-DIFF                PIC $$$,$$$,$$9.99CR.
           05  FILLER                    PIC X(15) VALUE SPACES.
      *
       01  WS-SC-DETAIL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SD-CLAIM-ID            PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-RO-NUMBER           PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-AMT                 PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(63) VALUE SPACES.
      *
       01  WS-CP-EXCEPTION-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-CX-TYPE                PIC X(10).
           05  FILLER                    PIC X(07)
               VALUE 'CLAIM: '.
           05  WS-CX-CLAIM-ID            PIC 9(09).
           05  FILLER                    PIC X(08)
               VALUE ' CLAIM: '.
           05  WS-CX-CLAIM-AMT           PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(07)
               VALUE ' PAID: '.
           05  WS-CX-PAID-AMT            PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(06)
               VALUE ' REF: '.
           05  WS-CX-REF                 PIC X(15).
           05  FILLER                    PIC X(43) VALUE SPACES.
      *
       01  WS-EX-FILE-TRAILER.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE 'FILE TRAILER  '.
           05  FILLER                    PIC X(06) VALUE 'SEQ:  '.
           05  WS-EF-FILE-SEQ            PIC 9(09).
           05  FILLER                    PIC X(09) VALUE '  ITEMS: '.
           05  WS-EF-ITEMS               PIC 9(07).
           05  FILLER                    PIC X(10)
               VALUE '  AMOUNT: '.
           05  WS-EF-AMT                 PIC 9(11).99.
           05  FILLER                    PIC X(11)
               VALUE '  RECORDS: '.
           05  WS-EF-RECORDS             PIC 9(09).
           05  FILLER                    PIC X(42) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
                    , DEAL_NUMBER
                    , PRODUCT_SEQ
           END-EXEC
      *
      *    CURSOR - NEW SERVICE-CONTRACT CLAIMS, BY PROVIDER
      *
           EXEC SQL
               DECLARE CSR_SC_CLAIMS CURSOR WITH HOLD FOR
               SELECT PROVIDER
                    , SC_CLAIM_ID
                    , RO_NUMBER
                    , VIN
                    , DEAL_NUMBER
                    , CLAIM_AMT
               FROM   AUTOSALE.SVC_CONTRACT_CLAIM
               WHERE  CLAIM_STATUS = 'NW'
               ORDER BY PROVIDER
                    , SC_CLAIM_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
                   PERFORM 4000-EXTRACT THRU 4000-EXIT
               WHEN CTL-RECONCILE
                   PERFORM 6000-RECONCILE THRU 6000-EXIT
               WHEN CTL-CLAIM-SUBMIT
                   PERFORM 7000-SUBMIT-SC-CLAIMS THRU 7000-EXIT
               WHEN CTL-CLAIM-PAYMENT
                   PERFORM 7500-POST-SC-PAYMENTS THRU 7500-EXIT
               WHEN OTHER
                   DISPLAY 'BATREM00: INVALID MODE - ' CTL-MODE
                   ADD +1 TO WS-ERROR-COUNT
           DISPLAY 'BATREM00:   HELD       = ' WS-HELD-CT
           DISPLAY 'BATREM00:   REMITTED   = ' WS-REMITTED-CT
           DISPLAY 'BATREM00:   VARIANCES  = ' WS-VARIANCE-CT
           DISPLAY 'BATREM00:   CLAIMS SUBMITTED = '
                   WS-CLAIM-SUBMIT-CT
           DISPLAY 'BATREM00:   CLAIMS PAID      = '
                   WS-CLAIM-PAID-CT
           DISPLAY 'BATREM00:   CLAIMS DENIED    = '
                   WS-CLAIM-DENIED-CT
           DISPLAY 'BATREM00:   PAYMENTS UNMATCHED = '
                   WS-CLAIM-UNMATCHED-CT
           DISPLAY 'BATREM00:   ERRORS     = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'REMEX   ' TO WS-REM-JOB
           MOVE 'EXTRACT ' TO WS-REM-STEP
           PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
           IF WS-BUILD-IS-FAILED
           OR WS-OBF-FILE-COMPLETE
               CLOSE EXTRACT-FILE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_EXTRACT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATREM00: EXTRACT OPEN ERROR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               CLOSE EXTRACT-FILE
               GO TO 4000-EXIT
           END-IF
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-WRITE-EXTRACT-LINE THRU 4100-EXIT
                   WHEN +100
                       SET WS-END-OF-DATA TO TRUE
                   WHEN OTHER
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-END-OF-DATA TO TRUE
               END-EVALUATE
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_EXTRACT END-EXEC
      *
      *    FLUSH THE LAST PROVIDER TOTAL. A ROW NEVER WRITTEN TO
      *    REMOUT STAYS RG SO THE PROVIDER STILL GETS PAID
      *
           IF WS-BUILD-IS-OK
           AND WS-PREV-PROVIDER NOT = SPACES
               PERFORM 4200-WRITE-PROVIDER-TOTAL
               PERFORM 4400-REMIT-PROVIDER THRU 4400-EXIT
           END-IF
      *
           IF WS-BUILD-IS-OK
               PERFORM 4300-WRITE-FILE-TRAILER
               PERFORM 8100-CLOSE-OUTBOUND-FILE THRU 8100-EXIT
           ELSE
               DISPLAY 'BATREM00: EXTRACT ERRORS - REGISTER LEFT'
                       ' RG FOR RERUN'
           IF WS-HV-PROVIDER NOT = WS-PREV-PROVIDER
               IF WS-PREV-PROVIDER NOT = SPACES
                   PERFORM 4200-WRITE-PROVIDER-TOTAL
                   PERFORM 4400-REMIT-PROVIDER THRU 4400-EXIT
                   IF WS-BUILD-IS-FAILED
                       GO TO 4100-EXIT
                   END-IF
               END-IF
               MOVE WS-HV-PROVIDER TO WS-EH-PROVIDER
               MOVE WS-PERIOD      TO WS-EH-PERIOD
               WRITE EXTRACT-RECORD FROM WS-EX-PROVIDER-HDR
               ADD +1 TO WS-OBF-RECORD-COUNT
               MOVE WS-HV-PROVIDER TO WS-PREV-PROVIDER
               MOVE +0 TO WS-PROV-TOTAL
           END-IF
           MOVE WS-HV-SEQ  TO WS-ED-SEQ
           MOVE WS-HV-AMT  TO WS-ED-AMT
           WRITE EXTRACT-RECORD FROM WS-EX-DETAIL-LINE
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
           ADD WS-HV-AMT TO WS-PROV-TOTAL
           ADD +1 TO WS-FILE-ITEM-CT
           ADD WS-HV-AMT TO WS-FILE-AMT
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-WRITE-PROVIDER-TOTAL                                 *
           WRITE EXTRACT-RECORD FROM WS-EX-TOTAL-LINE
           MOVE WS-BLANK-LINE TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD +2 TO WS-OBF-RECORD-COUNT
           .
      *
      ****************************************************************
      *    4300-WRITE-FILE-TRAILER - FILE SEQUENCE, ITEMS, AMOUNT    *
      *    AND RECORD COUNT INCLUDING THIS TRAILER (EX AND CS)       *
      ****************************************************************
       4300-WRITE-FILE-TRAILER.
      *
           ADD +1 TO WS-OBF-RECORD-COUNT
           MOVE WS-OBF-FILE-SEQ     TO WS-EF-FILE-SEQ
           MOVE WS-FILE-ITEM-CT     TO WS-EF-ITEMS
           MOVE WS-FILE-AMT         TO WS-EF-AMT
           MOVE WS-OBF-RECORD-COUNT TO WS-EF-RECORDS
           WRITE EXTRACT-RECORD FROM WS-EX-FILE-TRAILER
           .
      *
      ****************************************************************
      *    4400-REMIT-PROVIDER - THE PROVIDER'S GROUP IS ON REMOUT:  *
      *    MARK ITS REGISTER ROWS REMITTED AND CHECKPOINT            *
      ****************************************************************
       4400-REMIT-PROVIDER.
      *
           EXEC SQL
               UPDATE AUTOSALE.PRODUCT_REMIT
                  SET REMIT_STATUS = 'RM'
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  REMIT_STATUS = 'RG'
                 AND  REMIT_PERIOD = :WS-PERIOD
                 AND  PROVIDER     = :WS-PREV-PROVIDER
           END-EXEC
      *
           IF SQLCODE = +0 OR SQLCODE = +100
               MOVE SQLERRD(3) TO WS-UPDATED-CT
               ADD WS-UPDATED-CT TO WS-REMITTED-CT
           ELSE
               DISPLAY 'BATREM00: REMIT UPDATE FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 4400-EXIT
           END-IF
      *
           MOVE WS-PREV-PROVIDER TO WS-LAST-PROVIDER
           PERFORM 8000-CHECKPOINT-PROVIDER THRU 8000-EXIT
           .
       4400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-RECONCILE - PROVIDER STATEMENT VS OUR REGISTER       *
      ****************************************************************
       6000-RECONCILE.
           .
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-SUBMIT-SC-CLAIMS - NW CLAIMS TO REMOUT, MARK SB      *
      ****************************************************************
       7000-SUBMIT-SC-CLAIMS.
      *
           OPEN OUTPUT EXTRACT-FILE
           IF WS-REMOUT-STATUS NOT = '00'
               DISPLAY 'BATREM00: ERROR OPENING REMOUT - '
                       WS-REMOUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 'REMCS   ' TO WS-REM-JOB
           MOVE 'CLMSUBMT' TO WS-REM-STEP
           PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
           IF WS-BUILD-IS-FAILED
           OR WS-OBF-FILE-COMPLETE
               CLOSE EXTRACT-FILE
               GO TO 7000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_SC_CLAIMS END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATREM00: CLAIM CURSOR OPEN ERROR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               CLOSE EXTRACT-FILE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
           MOVE SPACES TO WS-PREV-PROVIDER
           MOVE +0 TO WS-PROV-TOTAL
      *
           PERFORM UNTIL WS-END-OF-DATA
               MOVE SPACES TO WS-HV-PROVIDER
               EXEC SQL
                   FETCH CSR_SC_CLAIMS
                   INTO  :WS-HV-PROVIDER
                       , :WS-HV-SC-CLAIM-ID
                       , :WS-HV-SC-RO-NUMBER
                       , :WS-HV-SC-VIN
                       , :WS-HV-SC-DEAL
                       , :WS-HV-SC-CLAIM-AMT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 7100-WRITE-CLAIM-LINE THRU 7100-EXIT
                   WHEN +100
                       SET WS-END-OF-DATA TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATREM00: CLAIM FETCH - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-END-OF-DATA TO TRUE
               END-EVALUATE
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SC_CLAIMS END-EXEC
      *
      *    ONLY A PROVIDER GROUP ON REMOUT HAS ITS CLAIMS MARKED
      *    SUBMITTED - A CLAIM NEVER WRITTEN STAYS NW FOR THE RERUN
      *
           IF WS-BUILD-IS-OK
           AND WS-PREV-PROVIDER NOT = SPACES
               PERFORM 4200-WRITE-PROVIDER-TOTAL
               PERFORM 7200-SUBMIT-PROVIDER THRU 7200-EXIT
           END-IF
      *
           IF WS-BUILD-IS-OK
               PERFORM 4300-WRITE-FILE-TRAILER
               PERFORM 8100-CLOSE-OUTBOUND-FILE THRU 8100-EXIT
           ELSE
               DISPLAY 'BATREM00: CLAIM EXTRACT ERRORS - CLAIMS LEFT'
                       ' NW FOR RERUN'
           END-IF
      *
           CLOSE EXTRACT-FILE
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-WRITE-CLAIM-LINE                                     *
      ****************************************************************
       7100-WRITE-CLAIM-LINE.
      *
           IF WS-HV-PROVIDER NOT = WS-PREV-PROVIDER
               IF WS-PREV-PROVIDER NOT = SPACES
                   PERFORM 4200-WRITE-PROVIDER-TOTAL
                   PERFORM 7200-SUBMIT-PROVIDER THRU 7200-EXIT
                   IF WS-BUILD-IS-FAILED
                       GO TO 7100-EXIT
                   END-IF
               END-IF
               MOVE WS-HV-PROVIDER TO WS-EH-PROVIDER
               MOVE WS-PERIOD      TO WS-EH-PERIOD
               WRITE EXTRACT-RECORD FROM WS-EX-PROVIDER-HDR
               ADD +1 TO WS-OBF-RECORD-COUNT
               MOVE WS-HV-PROVIDER TO WS-PREV-PROVIDER
               MOVE +0 TO WS-PROV-TOTAL
           END-IF
      *
           MOVE WS-HV-SC-CLAIM-ID  TO WS-SD-CLAIM-ID
           MOVE WS-HV-SC-RO-NUMBER TO WS-SD-RO-NUMBER
           MOVE WS-HV-SC-VIN       TO WS-SD-VIN
           MOVE WS-HV-SC-DEAL      TO WS-SD-DEAL
           MOVE WS-HV-SC-CLAIM-AMT TO WS-SD-AMT
           WRITE EXTRACT-RECORD FROM WS-SC-DETAIL-LINE
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
           ADD WS-HV-SC-CLAIM-AMT TO WS-PROV-TOTAL
           ADD +1 TO WS-FILE-ITEM-CT
           ADD WS-HV-SC-CLAIM-AMT TO WS-FILE-AMT
           .
       7100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7200-SUBMIT-PROVIDER - THE PROVIDER'S CLAIMS ARE ON       *
      *    REMOUT: MARK THEM SUBMITTED AND CHECKPOINT                *
      ****************************************************************
       7200-SUBMIT-PROVIDER.
      *
           EXEC SQL
               UPDATE AUTOSALE.SVC_CONTRACT_CLAIM
                  SET CLAIM_STATUS   = 'SB'
                    , SUBMITTED_DATE = CURRENT DATE
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  CLAIM_STATUS   = 'NW'
                 AND  PROVIDER       = :WS-PREV-PROVIDER
           END-EXEC
      *
           IF SQLCODE = +0 OR SQLCODE = +100
               MOVE SQLERRD(3) TO WS-UPDATED-CT
               ADD WS-UPDATED-CT TO WS-CLAIM-SUBMIT-CT
           ELSE
               DISPLAY 'BATREM00: CLAIM SUBMIT UPDATE FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 7200-EXIT
           END-IF
      *
           MOVE WS-PREV-PROVIDER TO WS-LAST-PROVIDER
           PERFORM 8000-CHECKPOINT-PROVIDER THRU 8000-EXIT
           .
       7200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7500-POST-SC-PAYMENTS - PROVIDER CLAIM PAYMENT FILE       *
      ****************************************************************
       7500-POST-SC-PAYMENTS.
      *
           OPEN INPUT CLAIM-PAY-FILE
           IF WS-REMCPAY-STATUS NOT = '00'
               DISPLAY 'BATREM00: ERROR OPENING REMCPAY - '
                       WS-REMCPAY-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 7500-EXIT
           END-IF
      *
           OPEN OUTPUT EXTRACT-FILE
           IF WS-REMOUT-STATUS NOT = '00'
               DISPLAY 'BATREM00: ERROR OPENING REMOUT - '
                       WS-REMOUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               CLOSE CLAIM-PAY-FILE
               GO TO 7500-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CLAIM-PAY
      *
           PERFORM UNTIL WS-CLAIM-PAY-DONE
               READ CLAIM-PAY-FILE
                   AT END
                       SET WS-CLAIM-PAY-DONE TO TRUE
                   NOT AT END
                       PERFORM 7600-POST-ONE-PAYMENT THRU 7600-EXIT
               END-READ
           END-PERFORM
      *
           CLOSE CLAIM-PAY-FILE
           CLOSE EXTRACT-FILE
           .
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7600-POST-ONE-PAYMENT - MATCH TO A SUBMITTED CLAIM        *
      ****************************************************************
       7600-POST-ONE-PAYMENT.
      *
           MOVE CP-SC-CLAIM-ID  TO WS-HV-SC-CLAIM-ID
           MOVE CP-PAID-AMT     TO WS-HV-SC-PAID-AMT
           MOVE CP-PROVIDER-REF TO WS-HV-SC-PROVIDER-REF-TX
           MOVE 15              TO WS-HV-SC-PROVIDER-REF-LN
           MOVE CP-PROVIDER-REF TO WS-CX-REF
           MOVE WS-HV-SC-CLAIM-ID TO WS-CX-CLAIM-ID
           MOVE WS-HV-SC-PAID-AMT TO WS-CX-PAID-AMT
      *
           EXEC SQL
               SELECT CLAIM_AMT
                    , CLAIM_STATUS
               INTO   :WS-HV-SC-CLAIM-AMT
                    , :WS-HV-SC-STATUS
               FROM   AUTOSALE.SVC_CONTRACT_CLAIM
               WHERE  SC_CLAIM_ID = :WS-HV-SC-CLAIM-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +0 TO WS-HV-SC-CLAIM-AMT
                   MOVE SPACES TO WS-HV-SC-STATUS
               WHEN OTHER
                   DISPLAY 'BATREM00: CLAIM READ FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 7600-EXIT
           END-EVALUATE
      *
           MOVE WS-HV-SC-CLAIM-AMT TO WS-CX-CLAIM-AMT
      *
           IF WS-HV-SC-STATUS NOT = 'SB'
               ADD +1 TO WS-CLAIM-UNMATCHED-CT
               MOVE 'UNMATCHED ' TO WS-CX-TYPE
               WRITE EXTRACT-RECORD FROM WS-CP-EXCEPTION-LINE
               GO TO 7600-EXIT
           END-IF
      *
           IF WS-HV-SC-PAID-AMT = +0
               MOVE 'DN' TO WS-HV-SC-NEW-STATUS
           ELSE
               MOVE 'PD' TO WS-HV-SC-NEW-STATUS
           END-IF
      *
           IF CP-PAID-DATE = SPACES
               EXEC SQL
                   SET :CP-PAID-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.SVC_CONTRACT_CLAIM
                  SET CLAIM_STATUS = :WS-HV-SC-NEW-STATUS
                    , PAID_AMT     = :WS-HV-SC-PAID-AMT
                    , PAID_DATE    = :CP-PAID-DATE
                    , PROVIDER_REF = :WS-HV-SC-PROVIDER-REF
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  SC_CLAIM_ID  = :WS-HV-SC-CLAIM-ID
                 AND  CLAIM_STATUS = 'SB'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATREM00: CLAIM PAYMENT UPDATE FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 7600-EXIT
           END-IF
      *
           IF WS-HV-SC-NEW-STATUS = 'DN'
               ADD +1 TO WS-CLAIM-DENIED-CT
               MOVE 'DENIED    ' TO WS-CX-TYPE
               WRITE EXTRACT-RECORD FROM WS-CP-EXCEPTION-LINE
           ELSE
               ADD +1 TO WS-CLAIM-PAID-CT
               IF WS-HV-SC-PAID-AMT < WS-HV-SC-CLAIM-AMT
                   MOVE 'SHORT PAY ' TO WS-CX-TYPE
                   WRITE EXTRACT-RECORD FROM WS-CP-EXCEPTION-LINE
               END-IF
           END-IF
           .
       7600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2500-OPEN-OUTBOUND-FILE - REGISTER THE RUN, THEN GET THE  *
      *    FILE SEQUENCE (NEW, RESUMED OR ALREADY COMPLETE). A       *
      *    REFUSED FILE BACKS OUT THE REGISTRATION SO THE RESTART    *
      *    STATE IS LEFT AS OPERATIONS FOUND IT                      *
      ****************************************************************
       2500-OPEN-OUTBOUND-FILE.
      *
           INITIALIZE WS-CHKP-DATA
      *
           MOVE 'INIT'       TO WS-CF-FUNC-CODE
           MOVE WS-MODULE-ID TO WS-CF-PROGRAM-NAME
           MOVE WS-REM-JOB   TO WS-CF-JOB-NAME
           MOVE WS-REM-STEP  TO WS-CF-STEP-NAME
           MOVE WS-COMMIT-FREQ TO WS-CF-CHECKPOINT-FREQ
      *
           MOVE 'ASCHKP00'   TO WS-CD-EYE-CATCHER
           MOVE WS-MODULE-ID TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE > +4
               DISPLAY 'BATREM00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           DISPLAY 'BATREM00: ' WS-CR-RETURN-MSG
      *
           MOVE 'OPEN'             TO WS-OBF-FUNCTION
           MOVE WS-REM-JOB         TO WS-OBF-INTERFACE-ID
           MOVE WS-MODULE-ID       TO WS-OBF-PROGRAM-ID
           MOVE WS-CR-RESTART-FLAG TO WS-OBF-RESTART-FLAG
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATREM00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATREM00: REMOUT FILE NOT BUILT'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATREM00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 2500-EXIT
           END-IF
      *
           IF WS-OBF-NEW-FILE
               GO TO 2500-EXIT
           END-IF
      *
      *    RESUMED OR ALREADY COMPLETE - THE COMMITTED PART OF THE
      *    FILE COMES ACROSS FROM THE ABENDED RUN'S DATASET
      *
           PERFORM 2600-COPY-PRIOR-FILE THRU 2600-EXIT
           IF WS-BUILD-IS-FAILED
               GO TO 2500-EXIT
           END-IF
      *
           MOVE WS-OBF-DETAIL-COUNT   TO WS-FILE-ITEM-CT
           MOVE WS-OBF-CONTROL-AMT    TO WS-FILE-AMT
           MOVE WS-OBF-LAST-KEY       TO WS-LAST-PROVIDER
      *
           IF WS-OBF-FILE-COMPLETE
               PERFORM 8300-MARK-RUN-DONE THRU 8300-EXIT
           ELSE
               DISPLAY 'BATREM00: RESTART AFTER PROVIDER '
                       WS-LAST-PROVIDER
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-COPY-PRIOR-FILE - RECORDS UP TO THE LAST CHECKPOINT  *
      *    FROM REMPRV; ANYTHING AFTER IT WAS ROLLED BACK AND IS     *
      *    BUILT AGAIN                                               *
      ****************************************************************
       2600-COPY-PRIOR-FILE.
      *
           OPEN INPUT REM-PRIOR-FILE
           IF WS-REMPRV-STATUS NOT = '00'
               DISPLAY 'BATREM00: ERROR OPENING REMPRV - '
                       WS-REMPRV-STATUS
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 2600-EXIT
           END-IF
      *
           MOVE +0  TO WS-PRIOR-COPIED
           MOVE 'N' TO WS-EOF-PRIOR
      *
           PERFORM UNTIL WS-PRIOR-DONE
                      OR WS-PRIOR-COPIED >= WS-OBF-RECORD-COUNT
               READ REM-PRIOR-FILE
                   AT END
                       SET WS-PRIOR-DONE TO TRUE
                   NOT AT END
                       WRITE EXTRACT-RECORD FROM REM-PRIOR-RECORD
                       ADD +1 TO WS-PRIOR-COPIED
               END-READ
           END-PERFORM
      *
           CLOSE REM-PRIOR-FILE
      *
           MOVE WS-PRIOR-COPIED TO WS-REC-CNT-DISPLAY
           DISPLAY 'BATREM00: ' WS-REC-CNT-DISPLAY
                   ' RECORDS COPIED FROM REMPRV'
      *
           IF WS-PRIOR-COPIED < WS-OBF-RECORD-COUNT
               DISPLAY 'BATREM00: REMPRV IS SHORT OF THE '
                       'CHECKPOINTED RECORD COUNT - NOT THE '
                       'ABENDED RUN''S FILE'
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-CHECKPOINT-PROVIDER - A PROVIDER GROUP IS DONE:      *
      *    POST THE FILE POSITION, COMMIT, CHECKPOINT                *
      ****************************************************************
       8000-CHECKPOINT-PROVIDER.
      *
           MOVE 'CHKP'           TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT  TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT      TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-PROVIDER TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               DISPLAY 'BATREM00: ' WS-OBF-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 8000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATREM00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 8000-EXIT
           END-IF
      *
           MOVE +0 TO WS-SINCE-COMMIT
      *
           MOVE 'CHKP'              TO WS-CF-FUNC-CODE
           MOVE WS-LAST-PROVIDER    TO WS-CD-LAST-KEY
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATREM00: CHECKPOINT FAILED - '
                       WS-CR-RETURN-MSG
           END-IF
           .
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8100-CLOSE-OUTBOUND-FILE - FINAL TOTALS, FILE COMPLETE    *
      ****************************************************************
       8100-CLOSE-OUTBOUND-FILE.
      *
           MOVE 'CLOS'           TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT  TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT      TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-PROVIDER TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATREM00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 8100-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATREM00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 8200-BUILD-FAILED THRU 8200-EXIT
               GO TO 8100-EXIT
           END-IF
      *
           PERFORM 8300-MARK-RUN-DONE THRU 8300-EXIT
           .
       8100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8200-BUILD-FAILED - ROLL BACK TO THE LAST CHECKPOINT AND  *
      *    MARK THE RUN ABENDED SO THE NEXT RUN RESUMES THE FILE     *
      ****************************************************************
       8200-BUILD-FAILED.
      *
           SET WS-BUILD-IS-FAILED TO TRUE
           SET WS-END-OF-DATA TO TRUE
      *
           EXEC SQL ROLLBACK END-EXEC
      *
           MOVE 'FAIL' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATREM00: REMOUT FILE ROLLED BACK - RESTART '
                   'RESUMES FILE ' WS-OBF-FILE-SEQ-DISP
           .
       8200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8300-MARK-RUN-DONE - CLOSE OUT THE RESTART_CONTROL ROW    *
      ****************************************************************
       8300-MARK-RUN-DONE.
      *
           MOVE 'DONE'              TO WS-CF-FUNC-CODE
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATREM00: ' WS-CR-RETURN-MSG
      *
           EXEC SQL COMMIT END-EXEC
           .
       8300-EXIT.
           EXIT.
      *
      ****************************************************************
      * END OF BATREM00                                              *
      ****************************************************************
