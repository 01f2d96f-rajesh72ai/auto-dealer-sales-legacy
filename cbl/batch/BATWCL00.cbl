      *                  IS WRITTEN TO THE OEM CLAIM FILE WITH VIN,  *
      *                  LABOR OP AND AMOUNTS, AND ADVANCED TO       *
      *                  SUBMITTED (SB) WITH THE SUBMISSION DATE.    *
      *                  EACH NEW CLAIM IS FIRST PRE-EDITED AGAINST  *
      *                  THE OEM LABOR TIME GUIDE: A LABOR OP NOT IN *
      *                  THE GUIDE FOR THE VEHICLE'S MODEL/YEAR, OR  *
      *                  LABOR OVER GUIDE HOURS TIMES THE WARRANTY   *
      *                  LABOR RATE, HOLDS THE CLAIM (HD) AND QUEUES *
      *                  IT TO EXCEPTION_QUEUE INSTEAD. ONCE THE     *
      *                  EXCEPTION IS RESOLVED (ADMEXC00) THE HELD   *
      *                  CLAIM IS SUBMITTED ON THE NEXT RUN.         *
      *               2. RETURNS - THE OEM RETURN FILE IS APPLIED:   *
      *                  AC ACCEPTED (AP, PAID AMOUNT), AJ ADJUSTED  *
      *                  (PA, PAID AMOUNT), RJ REJECTED (DN). THE    *
      *                  OEM CLAIM REFERENCE IS KEPT ON THE CLAIM.   *
      *                  PR (PARTS REQUEST) RECORDS ASK FOR RETAINED *
      *                  PARTS BACK: THE CLAIM'S RETENTION TAGS FOR  *
      *                  THE PART ARE MOVED TO A PARTS-RETURN        *
      *                  SHIPMENT WITH A TRACKING NUMBER (THE OEM'S  *
      *                  LABEL, OR ONE ASSIGNED HERE). SVCWPR00      *
      *                  CONFIRMS THE SHIPMENT.                      *
      *               2A. LATE RETURNS - A SHIPMENT NOT SHIPPED BY   *
      *                  ITS DUE DATE IS FLAGGED LATE (LT) AND THE   *
      *                  CLAIM QUEUED TO EXCEPTION_QUEUE, SINCE THE  *
      *                  OEM CHARGES THOSE CLAIMS BACK.              *
      *               3. REPORT - OPEN-CLAIM AGING (SUBMITTED,      *
      *                  NO RESPONSE) AND PAID-VS-SUBMITTED          *
      *                  VARIANCE TOTALS.                             *
      *               10-11  DISPOSITION (AC/AJ/RJ)                  *
      *               12-26  OEM CLAIM REFERENCE                     *
      *               27-37  PAID AMOUNT (9(9)V99 ZONED)             *
      *             PARTS REQUEST (DISPOSITION PR):                  *
      *               12-26  PART NUMBER                             *
      *               27-36  RETURN DUE DATE (YYYY-MM-DD)            *
      *               37-66  RETURN LABEL TRACKING NUMBER (OPTIONAL) *
      *                                                              *
      * INPUT:      OEMRET  DD - OEM RETURN FILE                     *
      *             OEMPRV  DD - OEMCLM OF THE ABENDED RUN, READ     *
      *                          ONLY ON A RESTART (ELSE DUMMY)      *
      *             OBFCTL  DD - OPTIONAL BUSINESS DATE/CYCLE CARD   *
      *                          (SEE COMOBFL0)                      *
      *                                                              *
      * RESTART:    SUBMISSION IS COMMITTED EVERY 100 CLAIMS         *
      *             (COMCKPL0 JOB OEMCLM). ANY SUBMISSION ERROR      *
      *             BACKS THE FILE OUT TO THE LAST COMMIT. AFTER AN  *
      *             ABEND, BATRSTRT RSTRT OEMCLM AND RERUN WITH THE  *
      *             OLD OEMCLM AS OEMPRV - THE COMMITTED CLAIMS ARE  *
      *             COPIED ACROSS AND THE RUN CARRIES ON AFTER THE   *
      *             LAST COMMITTED CLAIM ID UNDER THE SAME FILE      *
      *             SEQUENCE. A RERUN FOR A DATE ALREADY SENT IS     *
      *             REFUSED UNLESS BATRSTRT OVRD HAS RELEASED IT.    *
      *                                                              *
      * TABLES:     AUTOSALE.WARRANTY_CLAIM (READ/UPDATE)            *
      *             AUTOSALE.REPAIR_ORDER_LINE (READ)                *
      *             AUTOSALE.VEHICLE        (READ)                   *
      *             AUTOSALE.OEM_LABOR_TIME (READ)                   *
      *             AUTOSALE.SYSTEM_CONFIG  (READ)                   *
      *             AUTOSALE.EXCEPTION_QUEUE (INSERT)                *
      *             AUTOSALE.WARRANTY_PART_TAG (READ/UPDATE)         *
      *             AUTOSALE.PARTS_RETURN_SHIPMENT (READ/INSERT/UPD) *
      *             AUTOSALE.OUTBOUND_FILE   (VIA COMOBFL0)          *
      *             AUTOSALE.RESTART_CONTROL (VIA COMCKPL0)          *
      *                                                              *
      * OUTPUT:     OEMCLM DD - OEM CLAIM SUBMISSION (PIPE-DELIM).   *
      *                         TRAILER CARRIES THE FILE SEQUENCE,   *
      *                         CLAIM COUNT, CLAIM AMOUNT AND RECORD *
      *                         COUNT                                *
      *             WCLRPT DD - AGING/VARIANCE REPORT (132 CHARS)    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-14  PRE-EDIT NEW CLAIMS AGAINST THE OEM LABOR TIME *
      *               GUIDE AND WARRANTY LABOR RATE. FAILING CLAIMS  *
      *               ARE HELD (HD) TO THE EXCEPTION WORKLIST AND    *
      *               LISTED ON THE REPORT                           *
      *   2026-10-14  PR RETURN RECORDS CREATE PARTS-RETURN          *
      *               SHIPMENTS FROM RETAINED PART TAGS. SHIPMENTS   *
      *               NOT SHIPPED BY THE OEM DUE DATE ARE FLAGGED    *
      *               LATE TO THE EXCEPTION WORKLIST AND REPORT      *
      *   2026-10-15  FILE SEQUENCE AND CONTROL TOTALS ON OEMCLM,    *
      *               CHECKPOINT EVERY 100 CLAIMS WITH RESTART FROM  *
      *               THE LAST COMMITTED CLAIM ID, AND REFUSAL OF A  *
      *               RERUN OF A FILE ALREADY SENT (COMOBFL0)        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO OEMCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OEMCLM-STATUS.
           SELECT OEM-PRIOR-FILE
               ASSIGN TO OEMPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OEMPRV-STATUS.
           SELECT OEM-RETURN-FILE
               ASSIGN TO OEMRET
               ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  OEM-CLAIM-RECORD              PIC X(200).
      *
       FD  OEM-PRIOR-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  OEM-PRIOR-RECORD              PIC X(200).
      *
       FD  OEM-RETURN-FILE
           RECORDING MODE IS F
               88  RET-ACCEPTED                    VALUE 'AC'.
               88  RET-ADJUSTED                    VALUE 'AJ'.
               88  RET-REJECTED                    VALUE 'RJ'.
               88  RET-PART-REQUEST                VALUE 'PR'.
           05  RET-OEM-REF               PIC X(15).
           05  RET-PAID-AMT              PIC 9(09)V99.
           05  FILLER                    PIC X(43).
       01  OEM-PART-REQUEST-RECORD.
           05  PRQ-CLAIM-ID              PIC 9(09).
           05  PRQ-DISPOSITION           PIC X(02).
           05  PRQ-PART-NUMBER           PIC X(15).
           05  PRQ-DUE-DATE              PIC X(10).
           05  PRQ-TRACKING              PIC X(30).
           05  FILLER                    PIC X(14).
      *
       FD  WCL-REPORT-FILE
           RECORDING MODE IS F
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATWCL00'.
      *
       01  WS-OEMCLM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-OEMPRV-STATUS              PIC X(02) VALUE SPACES.
       01  WS-OEMRET-STATUS              PIC X(02) VALUE SPACES.
       01  WS-WCLRPT-STATUS              PIC X(02) VALUE SPACES.
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
           COPY DCLWRCLM.
      *
           05  WS-RETURNED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-OPEN-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-HELD-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-RELEASED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-PART-REQ-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-SHIPMENT-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-LATE-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SINCE-COMMIT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMMIT-FREQ            PIC S9(07) COMP-3 VALUE +100.
      *
       01  WS-VARIANCE-ACCUM.
           05  WS-VA-SUBMITTED-AMT       PIC S9(11)V99 COMP-3
               88  WS-RET-DONE                     VALUE 'Y'.
           05  WS-EOF-AGE                PIC X(01) VALUE 'N'.
               88  WS-AGE-DONE                     VALUE 'Y'.
           05  WS-EOF-LATE               PIC X(01) VALUE 'N'.
               88  WS-LATE-DONE                    VALUE 'Y'.
           05  WS-EOF-PRIOR              PIC X(01) VALUE 'N'.
               88  WS-PRIOR-DONE                   VALUE 'Y'.
           05  WS-BUILD-FLAG             PIC X(01) VALUE 'Y'.
               88  WS-BUILD-IS-OK                  VALUE 'Y'.
               88  WS-BUILD-IS-FAILED              VALUE 'N'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *
      *    FILE CONTROL TOTALS AND RESTART POSITION - CLAIM IDS UP
      *    TO AND INCLUDING THE RESTART KEY ARE ALREADY ON THE FILE
      *
       01  WS-FILE-ITEM-CT               PIC S9(07) COMP-3 VALUE +0.
       01  WS-FILE-AMT                   PIC S9(11)V99 COMP-3
                                                        VALUE +0.
       01  WS-HV-RESTART-CLAIM           PIC S9(09) COMP VALUE +0.
       01  WS-LAST-CLAIM-ID              PIC 9(09) VALUE ZERO.
       01  WS-PRIOR-COPIED               PIC S9(09) COMP VALUE +0.
       01  WS-REC-CNT-DISPLAY            PIC 9(09).
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-TOT-DISPLAY                PIC 9(11).99.
      *
       01  WS-CLAIM-ID-DISPLAY           PIC 9(09).
       01  WS-AMT-DISPLAY                PIC 9(07).99.
       01  WS-HV-DAYS-OPEN               PIC S9(04) COMP VALUE +0.
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
      *
      *    CLAIM PRE-EDIT FIELDS
      *
       01  WS-HV-SUB-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PRE-EDIT-FIELDS.
           05  WS-PE-LINE-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-PE-MATCH-COUNT         PIC S9(09) COMP VALUE +0.
           05  WS-PE-GUIDE-HOURS         PIC S9(05)V99 COMP-3
                                                       VALUE +0.
           05  WS-PE-LABOR-RATE          PIC S9(05)V99 COMP-3
                                                       VALUE +0.
           05  WS-PE-ALLOWED-AMT         PIC S9(07)V99 COMP-3
                                                       VALUE +0.
           05  WS-PE-CFG-VALUE           PIC X(100) VALUE SPACES.
           05  WS-PE-HOLD-SW             PIC X(01) VALUE 'N'.
               88  WS-PE-HOLD                      VALUE 'Y'.
           05  WS-PE-HOURS-DISP          PIC ZZZZ9.99.
           05  WS-PE-ALLOWED-DISP        PIC Z(6)9.99.
           05  WS-PE-LABOR-DISP          PIC Z(6)9.99.
       01  WS-EXC-TYPE                   PIC X(06) VALUE SPACES.
       01  WS-EXC-KEY                    PIC X(20) VALUE SPACES.
       01  WS-EXC-DESC                   PIC X(80) VALUE SPACES.
       01  WS-HELD-HDR-SW                PIC X(01) VALUE 'N'.
           88  WS-HELD-HDR-DONE                    VALUE 'Y'.
      *
      *    PARTS RETURN HOST VARIABLES
      *
       01  WS-HV-PARTS-RETURN.
           05  WS-HV-PR-CLAIM-ID         PIC S9(09) COMP VALUE +0.
           05  WS-HV-PR-DEALER           PIC X(05) VALUE SPACES.
           05  WS-HV-PR-TAG-COUNT        PIC S9(09) COMP VALUE +0.
           05  WS-HV-PR-SHIPMENT-ID      PIC S9(09) COMP VALUE +0.
           05  WS-HV-PR-DUE-DATE         PIC X(10) VALUE SPACES.
           05  WS-HV-PR-TRACKING.
               49  WS-HV-PR-TRACKING-LN  PIC S9(04) COMP VALUE +0.
               49  WS-HV-PR-TRACKING-TX  PIC X(30) VALUE SPACES.
       01  WS-SHIPMENT-ID-DISPLAY        PIC 9(09).
      *
      *    REPORT LINES (132)
      *
       01  WS-RPT-HEADER-1.
           05  FILLER                    PIC X(40)
               VALUE 'OPEN CLAIM AGING (SUBMITTED, NO RETURN) '.
           05  FILLER                    PIC X(91) VALUE SPACES.
      *
       01  WS-HELD-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'CLAIMS HELD BY PRE-EDIT (NOT SUBMITTED) '.
           05  FILLER                    PIC X(91) VALUE SPACES.
      *
       01  WS-HELD-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HL-CLAIM-ID            PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-TYPE                PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-DESC                PIC X(80).
           05  FILLER                    PIC X(06) VALUE SPACES.
      *
       01  WS-LATE-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(45)
               VALUE 'PARTS RETURNS PAST DUE - OEM CHARGEBACK RISK '.
           05  FILLER                    PIC X(86) VALUE SPACES.
      *
       01  WS-LATE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-LL-CLAIM-ID            PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'DUE: '.
           05  WS-LL-DUE-DATE            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'SHIP: '.
           05  WS-LL-SHIPMENT-ID         PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'TRACK: '.
           05  WS-LL-TRACKING            PIC X(30).
           05  FILLER                    PIC X(42) VALUE SPACES.
      *
       01  WS-AGE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-VL-VARIANCE            PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(39) VALUE SPACES.
      *
      *    SUBMISSION CURSOR - NEW CLAIMS, PLUS HELD CLAIMS WHOSE
      *    PRE-EDIT EXCEPTION IS NO LONGER OPEN ON THE WORKLIST
      *
           EXEC SQL DECLARE CSR_WCL_SUB CURSOR WITH HOLD FOR
               SELECT W.CLAIM_ID
                    , W.VIN
                    , W.DEALER_CODE
                    , W.CLAIM_TYPE
                    , W.CLAIM_STATUS
                    , COALESCE(W.LABOR_OP_CODE, ' ')
                    , W.LABOR_AMT
                    , W.PARTS_AMT
                    , W.TOTAL_CLAIM
               FROM   AUTOSALE.WARRANTY_CLAIM W
               WHERE  W.CLAIM_ID > :WS-HV-RESTART-CLAIM
                 AND (W.CLAIM_STATUS = 'NW'
                  OR (W.CLAIM_STATUS = 'HD'
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.EXCEPTION_QUEUE Q
                        WHERE  Q.SOURCE_PROGRAM = 'BATWCL00'
                          AND  Q.KEY_VALUE =
                               SUBSTR(DIGITS(W.CLAIM_ID), 2)
                          AND  Q.QUEUE_STATUS = 'O' )))
               ORDER BY W.CLAIM_ID
           END-EXEC
      *
      *    LATE CURSOR - PARTS RETURNS NOT SHIPPED BY THE DUE DATE
      *
           EXEC SQL DECLARE CSR_WCL_LATE CURSOR WITH HOLD FOR
               SELECT S.SHIPMENT_ID
                    , S.CLAIM_ID
                    , S.DEALER_CODE
                    , CHAR(S.RETURN_DUE_DATE, ISO)
                    , S.TRACKING_NUMBER
               FROM   AUTOSALE.PARTS_RETURN_SHIPMENT S
               WHERE  S.SHIP_STATUS = 'RQ'
                 AND  S.RETURN_DUE_DATE < CURRENT DATE
               ORDER BY S.RETURN_DUE_DATE
                      , S.SHIPMENT_ID
           END-EXEC
      *
      *    AGING CURSOR - SUBMITTED, NO RESPONSE
           IF WS-OEMCLM-STATUS = '00'
           AND WS-OEMRET-STATUS = '00'
           AND WS-WCLRPT-STATUS = '00'
               PERFORM 2500-OPEN-OUTBOUND-FILE THRU 2500-EXIT
               IF WS-BUILD-IS-OK
               AND NOT WS-OBF-FILE-COMPLETE
                   PERFORM 3000-SUBMIT-NEW-CLAIMS THRU 3000-EXIT
               END-IF
               PERFORM 4000-APPLY-RETURNS
               PERFORM 5000-FLAG-LATE-RETURNS THRU 5000-EXIT
               PERFORM 6000-PRINT-AGING THRU 6000-EXIT
               PERFORM 7000-PRINT-VARIANCE
           END-IF
      *
           DISPLAY 'BATWCL00: PROCESSING COMPLETE'
           DISPLAY 'BATWCL00:   SUBMITTED  = ' WS-SUBMITTED-COUNT
           DISPLAY 'BATWCL00:   RELEASED   = ' WS-RELEASED-COUNT
           DISPLAY 'BATWCL00:   HELD       = ' WS-HELD-COUNT
           DISPLAY 'BATWCL00:   RETURNS    = ' WS-RETURNED-COUNT
           DISPLAY 'BATWCL00:   UNMATCHED  = ' WS-UNMATCHED-COUNT
           DISPLAY 'BATWCL00:   PART REQS  = ' WS-PART-REQ-COUNT
           DISPLAY 'BATWCL00:   SHIPMENTS  = ' WS-SHIPMENT-COUNT
           DISPLAY 'BATWCL00:   LATE RTNS  = ' WS-LATE-COUNT
           DISPLAY 'BATWCL00:   STILL OPEN = ' WS-OPEN-COUNT
           DISPLAY 'BATWCL00:   ERRORS     = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
           .
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
           MOVE 'OEMCLM  '   TO WS-CF-JOB-NAME
           MOVE 'SUBMIT  '   TO WS-CF-STEP-NAME
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
               DISPLAY 'BATWCL00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
           DISPLAY 'BATWCL00: ' WS-CR-RETURN-MSG
      *
           MOVE 'OPEN'             TO WS-OBF-FUNCTION
           MOVE 'OEMCLM  '         TO WS-OBF-INTERFACE-ID
           MOVE WS-MODULE-ID       TO WS-OBF-PROGRAM-ID
           MOVE WS-CR-RESTART-FLAG TO WS-OBF-RESTART-FLAG
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATWCL00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATWCL00: CLAIM FILE NOT BUILT'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-BUILD-IS-FAILED TO TRUE
               GO TO 2500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
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
           IF WS-OBF-LAST-KEY(1:9) IS NUMERIC
               MOVE WS-OBF-LAST-KEY(1:9) TO WS-LAST-CLAIM-ID
           END-IF
           MOVE WS-LAST-CLAIM-ID      TO WS-HV-RESTART-CLAIM
      *
           IF WS-OBF-FILE-COMPLETE
               PERFORM 7800-MARK-RUN-DONE THRU 7800-EXIT
           ELSE
               DISPLAY 'BATWCL00: RESTART AFTER CLAIM ID '
                       WS-LAST-CLAIM-ID
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-COPY-PRIOR-FILE - RECORDS UP TO THE LAST CHECKPOINT  *
      *    FROM OEMPRV; ANYTHING AFTER IT WAS ROLLED BACK AND IS     *
      *    BUILT AGAIN                                               *
      ****************************************************************
       2600-COPY-PRIOR-FILE.
      *
           OPEN INPUT OEM-PRIOR-FILE
           IF WS-OEMPRV-STATUS NOT = '00'
               DISPLAY 'BATWCL00: ERROR OPENING OEMPRV - '
                       WS-OEMPRV-STATUS
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               GO TO 2600-EXIT
           END-IF
      *
           MOVE +0  TO WS-PRIOR-COPIED
           MOVE 'N' TO WS-EOF-PRIOR
      *
           PERFORM UNTIL WS-PRIOR-DONE
                      OR WS-PRIOR-COPIED >= WS-OBF-RECORD-COUNT
               READ OEM-PRIOR-FILE
                   AT END
                       SET WS-PRIOR-DONE TO TRUE
                   NOT AT END
                       WRITE OEM-CLAIM-RECORD FROM OEM-PRIOR-RECORD
                       ADD +1 TO WS-PRIOR-COPIED
               END-READ
           END-PERFORM
      *
           CLOSE OEM-PRIOR-FILE
      *
           MOVE WS-PRIOR-COPIED TO WS-REC-CNT-DISPLAY
           DISPLAY 'BATWCL00: ' WS-REC-CNT-DISPLAY
                   ' RECORDS COPIED FROM OEMPRV'
      *
           IF WS-PRIOR-COPIED < WS-OBF-RECORD-COUNT
               DISPLAY 'BATWCL00: OEMPRV IS SHORT OF THE '
                       'CHECKPOINTED RECORD COUNT - NOT THE '
                       'ABENDED RUN''S FILE'
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-SUBMIT-NEW-CLAIMS                                    *
      ****************************************************************
       3000-SUBMIT-NEW-CLAIMS.
      *
      *    A RESUMED FILE ALREADY HAS ITS COLUMN HEADER FROM OEMPRV,
      *    UNLESS THE RUN DIED BEFORE ITS FIRST CHECKPOINT
      *
           IF WS-OBF-NEW-FILE
           OR WS-OBF-RECORD-COUNT = +0
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'CLAIM_ID|VIN|DEALER|TYPE|LABOR_OP'
                   '|LABOR_AMT|PARTS_AMT|TOTAL|SUBMIT_DATE'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE OEM-CLAIM-RECORD FROM WS-OUT-BUFFER
               ADD +1 TO WS-OBF-RECORD-COUNT
           END-IF
      *
           EXEC SQL OPEN CSR_WCL_SUB END-EXEC
      *
               DISPLAY 'BATWCL00: ERROR OPENING SUBMIT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-SUB
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-SUB-DONE
               EXEC SQL FETCH CSR_WCL_SUB
                      , :VIN
                      , :DEALER-CODE
                      , :CLAIM-TYPE
                      , :WS-HV-SUB-STATUS
                      , :LABOR-OP-CODE
                      , :LABOR-AMT
                      , :PARTS-AMT
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-SUBMIT-ONE-CLAIM THRU 3100-EXIT
                       ADD +1 TO WS-SINCE-COMMIT
                       MOVE CLAIM-ID TO WS-LAST-CLAIM-ID
                   WHEN +100
                       SET WS-SUB-DONE TO TRUE
                   WHEN OTHER
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-SUB-DONE TO TRUE
               END-EVALUATE
      *
      *        ANY ERROR BACKS THE FILE OUT TO THE LAST COMMIT -
      *        NO CLAIM IS LEFT SUBMITTED THAT IS NOT ON THE FILE
      *
               IF WS-ERROR-COUNT > +0
               AND WS-BUILD-IS-OK
                   PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               END-IF
      *
               IF WS-BUILD-IS-OK
               AND WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                   PERFORM 7500-CHECKPOINT-CLAIMS THRU 7500-EXIT
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_WCL_SUB END-EXEC
      *
           IF WS-BUILD-IS-FAILED
               GO TO 3000-EXIT
           END-IF
      *
      *    TRAILER - FILE SEQUENCE, CLAIMS, AMOUNT AND RECORD COUNT
      *    INCLUDING THIS TRAILER
      *
           ADD +1 TO WS-OBF-RECORD-COUNT
           MOVE WS-FILE-ITEM-CT TO WS-CNT-DISPLAY
           MOVE WS-FILE-AMT TO WS-TOT-DISPLAY
           MOVE WS-OBF-RECORD-COUNT TO WS-REC-CNT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'TRAILER|' WS-OBF-FILE-SEQ-DISP
               '|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               '|' WS-REC-CNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE OEM-CLAIM-RECORD FROM WS-OUT-BUFFER
      *
           PERFORM 7600-CLOSE-OUTBOUND-FILE THRU 7600-EXIT
           .
       3000-EXIT.
           EXIT.
      *    3100-SUBMIT-ONE-CLAIM                                     *
      ****************************************************************
       3100-SUBMIT-ONE-CLAIM.
      *
      *    NEW CLAIMS ARE PRE-EDITED. A HELD CLAIM REACHES HERE ONLY
      *    AFTER ITS EXCEPTION WAS RESOLVED, SO IT GOES OUT AS IS.
      *
           IF WS-HV-SUB-STATUS = 'NW'
               PERFORM 3200-PRE-EDIT-CLAIM THRU 3200-EXIT
               IF WS-PE-HOLD
                   PERFORM 3300-HOLD-CLAIM THRU 3300-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF
      *
           MOVE CLAIM-ID TO WS-CLAIM-ID-DISPLAY
           MOVE LABOR-AMT TO WS-LABOR-DISPLAY
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
           ADD +1 TO WS-OBF-RECORD-COUNT
      *
           EXEC SQL
               UPDATE AUTOSALE.WARRANTY_CLAIM
           ELSE
               ADD +1 TO WS-SUBMITTED-COUNT
               ADD TOTAL-CLAIM TO WS-VA-SUBMITTED-AMT
               ADD +1 TO WS-FILE-ITEM-CT
               ADD TOTAL-CLAIM TO WS-FILE-AMT
               IF WS-HV-SUB-STATUS = 'HD'
                   ADD +1 TO WS-RELEASED-COUNT
               END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-PRE-EDIT-CLAIM - LABOR OPS MUST BE IN THE OEM TIME   *
      *    GUIDE FOR THE VEHICLE, AND LABOR MAY NOT EXCEED GUIDE     *
      *    HOURS TIMES THE WARRANTY LABOR RATE                       *
      ****************************************************************
       3200-PRE-EDIT-CLAIM.
      *
           MOVE 'N' TO WS-PE-HOLD-SW
           MOVE SPACES TO WS-EXC-TYPE
           MOVE SPACES TO WS-EXC-DESC
      *
      *    GUIDE HOURS OVER THE CLAIM'S RO LABOR LINES
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COUNT(G.LABOR_OP_CODE)
                    , COALESCE(SUM(G.ALLOWED_HOURS), 0)
               INTO  :WS-PE-LINE-COUNT
                    , :WS-PE-MATCH-COUNT
                    , :WS-PE-GUIDE-HOURS
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               LEFT OUTER JOIN AUTOSALE.VEHICLE V
                 ON  V.VIN = :VIN
               LEFT OUTER JOIN AUTOSALE.OEM_LABOR_TIME G
                 ON  G.MAKE_CODE     = V.MAKE_CODE
                AND  G.MODEL_CODE    = V.MODEL_CODE
                AND  G.MODEL_YEAR    = V.MODEL_YEAR
                AND  G.LABOR_OP_CODE = RL.LABOR_OP_CODE
               WHERE RL.CLAIM_ID  = :CLAIM-ID
                 AND RL.LINE_TYPE = 'LB'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: DB2 ERROR ON TIME GUIDE EDIT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
      *    NO RO LINES ON THE CLAIM - EDIT THE CLAIM'S OWN LABOR OP
      *
           IF WS-PE-LINE-COUNT = +0
               IF LABOR-OP-CODE = SPACES
                   GO TO 3200-EXIT
               END-IF
               EXEC SQL
                   SELECT COUNT(*)
                        , COALESCE(SUM(G.ALLOWED_HOURS), 0)
                   INTO  :WS-PE-MATCH-COUNT
                        , :WS-PE-GUIDE-HOURS
                   FROM  AUTOSALE.VEHICLE V
                       , AUTOSALE.OEM_LABOR_TIME G
                   WHERE V.VIN = :VIN
                     AND G.MAKE_CODE     = V.MAKE_CODE
                     AND G.MODEL_CODE    = V.MODEL_CODE
                     AND G.MODEL_YEAR    = V.MODEL_YEAR
                     AND G.LABOR_OP_CODE = :LABOR-OP-CODE
               END-EXEC
      *
               IF SQLCODE NOT = +0
                   DISPLAY 'BATWCL00: DB2 ERROR ON TIME GUIDE EDIT - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3200-EXIT
               END-IF
               MOVE +1 TO WS-PE-LINE-COUNT
           END-IF
      *
           IF WS-PE-MATCH-COUNT < WS-PE-LINE-COUNT
               SET WS-PE-HOLD TO TRUE
               MOVE 'WCLOPC' TO WS-EXC-TYPE
               STRING 'LABOR OP NOT IN OEM TIME GUIDE FOR '
                      'VEHICLE MODEL/YEAR - OP ' LABOR-OP-CODE
                      DELIMITED BY SIZE
                      INTO WS-EXC-DESC
               GO TO 3200-EXIT
           END-IF
      *
      *    WARRANTY LABOR RATE - DEALER OVERRIDE, ELSE STORE DEFAULT.
      *    WITH NO RATE ON FILE THE DOLLAR EDIT IS SKIPPED.
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-PE-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY IN
                     ('WARRANTY_LABOR_RATE_' CONCAT :DEALER-CODE,
                      'WARRANTY_LABOR_RATE')
               ORDER BY LENGTH(CONFIG_KEY) DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               GO TO 3200-EXIT
           END-IF
      *
           COMPUTE WS-PE-LABOR-RATE =
               FUNCTION NUMVAL(WS-PE-CFG-VALUE(1:10))
           COMPUTE WS-PE-ALLOWED-AMT ROUNDED =
               WS-PE-GUIDE-HOURS * WS-PE-LABOR-RATE
      *
           IF WS-PE-LABOR-RATE > +0
           AND LABOR-AMT > WS-PE-ALLOWED-AMT
               SET WS-PE-HOLD TO TRUE
               MOVE 'WCLHRS' TO WS-EXC-TYPE
               MOVE WS-PE-GUIDE-HOURS TO WS-PE-HOURS-DISP
               MOVE WS-PE-ALLOWED-AMT TO WS-PE-ALLOWED-DISP
               MOVE LABOR-AMT TO WS-PE-LABOR-DISP
               STRING 'LABOR ' WS-PE-LABOR-DISP
                      ' OVER GUIDE ' WS-PE-HOURS-DISP
                      ' HRS X RATE = ' WS-PE-ALLOWED-DISP
                      DELIMITED BY SIZE
                      INTO WS-EXC-DESC
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3300-HOLD-CLAIM - HOLD (HD) AND QUEUE TO THE WORKLIST     *
      ****************************************************************
       3300-HOLD-CLAIM.
      *
      *    QUEUE FIRST - IF THE WORKLIST ROW CANNOT BE WRITTEN THE
      *    CLAIM STAYS NEW AND IS PRE-EDITED AGAIN NEXT RUN
      *
           PERFORM 8000-QUEUE-EXCEPTION THRU 8000-EXIT
           IF SQLCODE NOT = +0
               GO TO 3300-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.WARRANTY_CLAIM
                  SET CLAIM_STATUS = 'HD'
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  CLAIM_ID = :CLAIM-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR HOLDING CLAIM - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3300-EXIT
           END-IF
      *
           ADD +1 TO WS-HELD-COUNT
      *
           IF NOT WS-HELD-HDR-DONE
               WRITE WCL-REPORT-RECORD FROM WS-HELD-HDR
               SET WS-HELD-HDR-DONE TO TRUE
           END-IF
      *
           MOVE CLAIM-ID TO WS-HL-CLAIM-ID
           MOVE VIN TO WS-HL-VIN
           MOVE DEALER-CODE TO WS-HL-DEALER
           MOVE WS-EXC-TYPE TO WS-HL-TYPE
           MOVE WS-EXC-DESC TO WS-HL-DESC
           WRITE WCL-REPORT-RECORD FROM WS-HELD-LINE
           .
       3300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-APPLY-RETURNS                                        *
      ****************************************************************
       4000-APPLY-RETURNS.
      *    4100-APPLY-ONE-RETURN                                     *
      ****************************************************************
       4100-APPLY-ONE-RETURN.
      *
           IF RET-PART-REQUEST
               PERFORM 4200-REQUEST-PART-RETURN THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
      *
           IF NOT RET-ACCEPTED
           AND NOT RET-ADJUSTED
           EXIT.
      *
      ****************************************************************
      *    4200-REQUEST-PART-RETURN - OEM WANTS A RETAINED PART BACK *
      ****************************************************************
       4200-REQUEST-PART-RETURN.
      *
           ADD +1 TO WS-PART-REQ-COUNT
      *
           IF PRQ-PART-NUMBER = SPACES
           OR PRQ-DUE-DATE(5:1) NOT = '-'
           OR PRQ-DUE-DATE(8:1) NOT = '-'
               ADD +1 TO WS-UNMATCHED-COUNT
               DISPLAY 'BATWCL00: BAD PARTS REQUEST FOR CLAIM '
                       PRQ-CLAIM-ID
               GO TO 4200-EXIT
           END-IF
      *
           MOVE PRQ-CLAIM-ID TO WS-HV-PR-CLAIM-ID
           MOVE PRQ-DUE-DATE TO WS-HV-PR-DUE-DATE
      *
           EXEC SQL
               SELECT DEALER_CODE
               INTO  :WS-HV-PR-DEALER
               FROM  AUTOSALE.WARRANTY_CLAIM
               WHERE CLAIM_ID = :WS-HV-PR-CLAIM-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   ADD +1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'BATWCL00: NO CLAIM FOR PARTS REQUEST '
                           PRQ-CLAIM-ID
                   GO TO 4200-EXIT
               WHEN OTHER
                   DISPLAY 'BATWCL00: DB2 ERROR ON PARTS REQUEST - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4200-EXIT
           END-EVALUATE
      *
      *    THE PART MUST STILL BE ON THE RETENTION SHELF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-HV-PR-TAG-COUNT
               FROM  AUTOSALE.WARRANTY_PART_TAG
               WHERE CLAIM_ID    = :WS-HV-PR-CLAIM-ID
                 AND PART_NUMBER = :PRQ-PART-NUMBER
                 AND TAG_STATUS  = 'RT'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: DB2 ERROR READING PART TAGS - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-HV-PR-TAG-COUNT = +0
               MOVE WS-HV-PR-DEALER TO DEALER-CODE
               MOVE WS-HV-PR-CLAIM-ID TO CLAIM-ID
               MOVE 'WCLPRQ' TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DESC
               STRING 'OEM REQUESTED PART ' PRQ-PART-NUMBER
                      ' BACK - NOT ON RETENTION, DUE '
                      PRQ-DUE-DATE
                      DELIMITED BY SIZE
                      INTO WS-EXC-DESC
               PERFORM 8000-QUEUE-EXCEPTION THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF
      *
      *    ONE OPEN SHIPMENT PER CLAIM - ADD TO IT IF ONE IS WAITING
      *
           EXEC SQL
               SELECT COALESCE(MIN(SHIPMENT_ID), 0)
               INTO  :WS-HV-PR-SHIPMENT-ID
               FROM  AUTOSALE.PARTS_RETURN_SHIPMENT
               WHERE CLAIM_ID    = :WS-HV-PR-CLAIM-ID
                 AND SHIP_STATUS = 'RQ'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: DB2 ERROR READING SHIPMENTS - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-HV-PR-SHIPMENT-ID = +0
               PERFORM 4300-CREATE-SHIPMENT THRU 4300-EXIT
               IF WS-HV-PR-SHIPMENT-ID = +0
                   GO TO 4200-EXIT
               END-IF
           ELSE
               EXEC SQL
                   UPDATE AUTOSALE.PARTS_RETURN_SHIPMENT
                      SET RETURN_DUE_DATE =
                          CASE WHEN DATE(:WS-HV-PR-DUE-DATE)
                                    < RETURN_DUE_DATE
                               THEN DATE(:WS-HV-PR-DUE-DATE)
                               ELSE RETURN_DUE_DATE END
                        , UPDATED_TS = CURRENT TIMESTAMP
                   WHERE  SHIPMENT_ID = :WS-HV-PR-SHIPMENT-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATWCL00: ERROR UPDATING SHIPMENT - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4200-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.WARRANTY_PART_TAG
                  SET TAG_STATUS  = 'RQ'
                    , SHIPMENT_ID = :WS-HV-PR-SHIPMENT-ID
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  CLAIM_ID    = :WS-HV-PR-CLAIM-ID
                 AND  PART_NUMBER = :PRQ-PART-NUMBER
                 AND  TAG_STATUS  = 'RT'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR UPDATING PART TAGS - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-CREATE-SHIPMENT - NEW PARTS-RETURN SHIPMENT. THE     *
      *    OEM'S RETURN LABEL TRACKING NUMBER IS USED WHEN SENT,     *
      *    OTHERWISE ONE IS ASSIGNED FROM THE SHIPMENT ID            *
      ****************************************************************
       4300-CREATE-SHIPMENT.
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PRS_SHIP_SEQ
               INTO  :WS-HV-PR-SHIPMENT-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR GENERATING SHIPMENT ID - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE +0 TO WS-HV-PR-SHIPMENT-ID
               GO TO 4300-EXIT
           END-IF
      *
           MOVE SPACES TO WS-HV-PR-TRACKING-TX
           IF PRQ-TRACKING NOT = SPACES
               MOVE PRQ-TRACKING TO WS-HV-PR-TRACKING-TX
           ELSE
               MOVE WS-HV-PR-SHIPMENT-ID TO WS-SHIPMENT-ID-DISPLAY
               STRING 'WPR' WS-HV-PR-DEALER WS-SHIPMENT-ID-DISPLAY
                      DELIMITED BY SIZE
                      INTO WS-HV-PR-TRACKING-TX
           END-IF
           MOVE +30 TO WS-HV-PR-TRACKING-LN
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_RETURN_SHIPMENT
               ( SHIPMENT_ID
               , CLAIM_ID
               , DEALER_CODE
               , TRACKING_NUMBER
               , REQUEST_DATE
               , RETURN_DUE_DATE
               , SHIP_STATUS
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :WS-HV-PR-SHIPMENT-ID
               , :WS-HV-PR-CLAIM-ID
               , :WS-HV-PR-DEALER
               , :WS-HV-PR-TRACKING
               , CURRENT DATE
               , DATE(:WS-HV-PR-DUE-DATE)
               , 'RQ'
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR INSERTING SHIPMENT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE +0 TO WS-HV-PR-SHIPMENT-ID
           ELSE
               ADD +1 TO WS-SHIPMENT-COUNT
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-FLAG-LATE-RETURNS - REQUESTED PARTS NOT SHIPPED BY   *
      *    THE OEM DUE DATE. THE OEM CHARGES THESE CLAIMS BACK.      *
      ****************************************************************
       5000-FLAG-LATE-RETURNS.
      *
           EXEC SQL OPEN CSR_WCL_LATE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR OPENING LATE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LATE
      *
           PERFORM UNTIL WS-LATE-DONE
               EXEC SQL FETCH CSR_WCL_LATE
                   INTO :WS-HV-PR-SHIPMENT-ID
                      , :WS-HV-PR-CLAIM-ID
                      , :WS-HV-PR-DEALER
                      , :WS-HV-PR-DUE-DATE
                      , :WS-HV-PR-TRACKING
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FLAG-ONE-LATE THRU 5100-EXIT
                   WHEN +100
                       SET WS-LATE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATWCL00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-LATE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_WCL_LATE END-EXEC
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FLAG-ONE-LATE                                        *
      ****************************************************************
       5100-FLAG-ONE-LATE.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_RETURN_SHIPMENT
                  SET SHIP_STATUS = 'LT'
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  SHIPMENT_ID = :WS-HV-PR-SHIPMENT-ID
                 AND  SHIP_STATUS = 'RQ'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR FLAGGING LATE RETURN - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           ADD +1 TO WS-LATE-COUNT
      *
           MOVE WS-HV-PR-DEALER TO DEALER-CODE
           MOVE WS-HV-PR-CLAIM-ID TO CLAIM-ID
           MOVE 'WCLPRL' TO WS-EXC-TYPE
           MOVE SPACES TO WS-EXC-DESC
           STRING 'PARTS RETURN DUE ' WS-HV-PR-DUE-DATE
                  ' NOT SHIPPED - OEM CHARGEBACK RISK'
                  DELIMITED BY SIZE
                  INTO WS-EXC-DESC
           PERFORM 8000-QUEUE-EXCEPTION THRU 8000-EXIT
      *
           IF WS-LATE-COUNT = +1
               MOVE SPACES TO WCL-REPORT-RECORD
               WRITE WCL-REPORT-RECORD
               WRITE WCL-REPORT-RECORD FROM WS-LATE-HDR
           END-IF
      *
           MOVE WS-HV-PR-CLAIM-ID TO WS-LL-CLAIM-ID
           MOVE WS-HV-PR-DEALER TO WS-LL-DEALER
           MOVE WS-HV-PR-DUE-DATE TO WS-LL-DUE-DATE
           MOVE WS-HV-PR-SHIPMENT-ID TO WS-LL-SHIPMENT-ID
           MOVE WS-HV-PR-TRACKING-TX TO WS-LL-TRACKING
           WRITE WCL-REPORT-RECORD FROM WS-LATE-LINE
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PRINT-AGING                                          *
      ****************************************************************
       6000-PRINT-AGING.
           .
      *
      ****************************************************************
      *    7500-CHECKPOINT-CLAIMS - A BATCH OF CLAIMS IS DONE:       *
      *    POST THE FILE POSITION, COMMIT, CHECKPOINT                *
      ****************************************************************
       7500-CHECKPOINT-CLAIMS.
      *
           MOVE 'CHKP'           TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT  TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT      TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-CLAIM-ID TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               DISPLAY 'BATWCL00: ' WS-OBF-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               GO TO 7500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               GO TO 7500-EXIT
           END-IF
      *
           MOVE +0 TO WS-SINCE-COMMIT
      *
           MOVE 'CHKP'              TO WS-CF-FUNC-CODE
           MOVE WS-LAST-CLAIM-ID    TO WS-CD-LAST-KEY
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATWCL00: CHECKPOINT FAILED - '
                       WS-CR-RETURN-MSG
           END-IF
           .
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7600-CLOSE-OUTBOUND-FILE - FINAL TOTALS, FILE COMPLETE    *
      ****************************************************************
       7600-CLOSE-OUTBOUND-FILE.
      *
           MOVE 'CLOS'           TO WS-OBF-FUNCTION
           MOVE WS-FILE-ITEM-CT  TO WS-OBF-DETAIL-COUNT
           MOVE WS-FILE-AMT      TO WS-OBF-CONTROL-AMT
           MOVE WS-LAST-CLAIM-ID TO WS-OBF-LAST-KEY
      *
           CALL 'COMOBFL0' USING WS-OBF-REQUEST
                                 WS-OBF-RESULT
      *
           DISPLAY 'BATWCL00: ' WS-OBF-RETURN-MSG
      *
           IF WS-OBF-RETURN-CODE NOT = +0
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               GO TO 7600-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               PERFORM 7700-BUILD-FAILED THRU 7700-EXIT
               GO TO 7600-EXIT
           END-IF
      *
           PERFORM 7800-MARK-RUN-DONE THRU 7800-EXIT
           .
       7600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7700-BUILD-FAILED - ROLL BACK TO THE LAST CHECKPOINT AND  *
      *    MARK THE RUN ABENDED SO THE NEXT RUN RESUMES THE FILE     *
      ****************************************************************
       7700-BUILD-FAILED.
      *
           SET WS-BUILD-IS-FAILED TO TRUE
           SET WS-SUB-DONE TO TRUE
      *
           EXEC SQL ROLLBACK END-EXEC
      *
           MOVE 'FAIL' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATWCL00: CLAIM FILE ROLLED BACK - RESTART '
                   'RESUMES FILE ' WS-OBF-FILE-SEQ-DISP
           .
       7700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7800-MARK-RUN-DONE - CLOSE OUT THE RESTART_CONTROL ROW    *
      ****************************************************************
       7800-MARK-RUN-DONE.
      *
           MOVE 'DONE'              TO WS-CF-FUNC-CODE
           MOVE WS-OBF-RECORD-COUNT TO WS-CD-RECORDS-PROC
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATWCL00: ' WS-CR-RETURN-MSG
      *
           EXEC SQL COMMIT END-EXEC
           .
       7800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-QUEUE-EXCEPTION - WORKLIST ROW KEYED BY CLAIM ID     *
      ****************************************************************
       8000-QUEUE-EXCEPTION.
      *
           MOVE CLAIM-ID TO WS-CLAIM-ID-DISPLAY
           MOVE SPACES TO WS-EXC-KEY
           MOVE WS-CLAIM-ID-DISPLAY TO WS-EXC-KEY
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
                   ( :WS-EXC-TYPE
                   , 'BATWCL00'
                   , :DEALER-CODE
                   , :WS-EXC-KEY
                   , :WS-EXC-DESC
                   , CURRENT TIMESTAMP
                   , 'O'
                   )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATWCL00: ERROR QUEUEING EXCEPTION - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
