       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMRCT00.
      ****************************************************************
      * PROGRAM:  ADMRCT00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - USER ACCESS RECERTIFICATION                  *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  THE DEALER MANAGER'S SIDE OF THE QUARTERLY ACCESS  *
      *           REVIEW BUILT BY BATRCT00. EACH ACCESS_RECERT LINE  *
      *           (A USER'S SIGN-ON, OR ONE OF THE USER'S GRANTS) IS *
      *           ATTESTED OR REVOKED HERE; THE DECISION, WHO MADE   *
      *           IT AND WHEN ARE KEPT ON THE LINE AS EVIDENCE AND   *
      *           LOGGED TO AUDIT_LOG. A DECIDED LINE CANNOT BE      *
      *           CHANGED.                                           *
      *           INQ - LIST PENDING LINES FOR THE DEALER, 10 AT A   *
      *                 TIME FROM USER ID / LINE NUMBER ENTERED      *
      *           ATT - ATTEST ONE LINE (USER ID + LINE NUMBER)      *
      *           ATU - ATTEST EVERY PENDING LINE OF ONE USER        *
      *           REV - REVOKE ONE LINE (REASON REQUIRED):           *
      *                 SIGN-ON LINE - USER DEACTIVATED AND LOCKED,  *
      *                   THE USER'S OTHER PENDING LINES REVOKED     *
      *                 NAMED GRANT  - AUTH_MATRIX ROW SET TO DENY   *
      *                 TYPE GRANT   - NAMED-USER DENY ROW ADDED,    *
      *                   WHICH COMAUTL0 HONOURS OVER THE TYPE ROW   *
      *           REVIEWERS MUST BE MANAGERS (USER TYPE M OR G) OF   *
      *           THE SAME DEALER, OR ADMINISTRATORS (TYPE A) FOR    *
      *           ANY DEALER. NO ONE MAY DECIDE THEIR OWN LINES.     *
      *           REVIEW ID BLANK = LATEST REVIEW FOR THE DEALER.    *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADRC - ACCESS RECERTIFICATION                      *
      * MFS MOD:  ASADRC00                                           *
      * TABLES:   AUTOSALE.ACCESS_RECERT      (READ/UPDATE)          *
      *           AUTOSALE.SYSTEM_USER        (READ/UPDATE)          *
      *           AUTOSALE.AUTH_MATRIX        (READ/INSERT/UPDATE)   *
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
                                          VALUE 'ADMRCT00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADRC00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLACRCT.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-ATT                      VALUE 'ATT'.
               88  WS-IN-FN-ATU                      VALUE 'ATU'.
               88  WS-IN-FN-REV                      VALUE 'REV'.
           05  WS-IN-REVIEW-ID           PIC X(06).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-USER-ID             PIC X(08).
           05  WS-IN-LINE-SEQ            PIC X(03).
           05  WS-IN-LINE-SEQ-N REDEFINES WS-IN-LINE-SEQ
                                         PIC 9(03).
           05  WS-IN-REASON              PIC X(40).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-REVIEW-ID          PIC X(06).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-DUE-DATE           PIC X(10).
           05  WS-OUT-PENDING-COUNT      PIC Z(03)9.
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 10 TIMES.
               10  WS-OUT-LN-USER-ID     PIC X(08).
               10  WS-OUT-LN-SEQ         PIC Z(02)9.
               10  WS-OUT-LN-TYPE        PIC X(01).
               10  WS-OUT-LN-USER-TYPE   PIC X(01).
               10  WS-OUT-LN-FUNC-CODE   PIC X(08).
               10  WS-OUT-LN-AUTH-KEY    PIC X(08).
               10  WS-OUT-LN-LAST-LOGIN  PIC X(10).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-PENDING-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-DECIDED-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-COUNT-DSP              PIC Z(03)9.
           05  WS-LINE-SEQ               PIC S9(04) COMP VALUE +0.
           05  WS-SAVE-MESSAGE           PIC X(79) VALUE SPACES.
           05  WS-NEW-DECISION           PIC X(01) VALUE SPACES.
      *
      *    REVIEWER - THE SIGNED-ON USER
      *
       01  WS-REVIEWER.
           05  WS-RVW-USER-TYPE          PIC X(01) VALUE SPACES.
               88  WS-RVW-MANAGER              VALUES 'M' 'G' 'A'.
               88  WS-RVW-ADMIN                     VALUE 'A'.
           05  WS-RVW-DEALER-CODE        PIC X(05) VALUE SPACES.
      *
      *    DB2 HOST VARIABLES
      *
       01  WS-HV-LIST.
           05  WS-HV-LS-USER-ID          PIC X(08).
           05  WS-HV-LS-SEQ              PIC S9(04) COMP.
           05  WS-HV-LS-TYPE             PIC X(01).
           05  WS-HV-LS-USER-TYPE        PIC X(01).
           05  WS-HV-LS-FUNC-CODE        PIC X(08).
           05  WS-HV-LS-AUTH-KEY         PIC X(08).
           05  WS-HV-LS-LAST-LOGIN       PIC X(10).
      *
      *    NULL INDICATORS
      *
       01  WS-NULL-INDICATORS.
           05  WS-NI-REVIEW-ID           PIC S9(04) COMP VALUE +0.
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
      *    CURSOR - PENDING LINES FOR A DEALER, FROM USER/LINE
      *
           EXEC SQL DECLARE CSR_RCT_PEND CURSOR FOR
               SELECT R.USER_ID
                    , R.LINE_SEQ
                    , R.LINE_TYPE
                    , R.USER_TYPE
                    , R.FUNCTION_CODE
                    , R.AUTH_KEY
                    , COALESCE(CHAR(DATE(R.LAST_LOGIN_TS), ISO),
                               'NEVER')
               FROM   AUTOSALE.ACCESS_RECERT R
               WHERE  R.REVIEW_ID   = :WS-IN-REVIEW-ID
                 AND  R.DEALER_CODE = :WS-IN-DEALER-CODE
                 AND  R.DECISION    = 'P'
                 AND  (R.USER_ID > :WS-IN-USER-ID
                       OR (R.USER_ID = :WS-IN-USER-ID
                           AND R.LINE_SEQ >= :WS-LINE-SEQ))
               ORDER BY R.USER_ID, R.LINE_SEQ
           END-EXEC
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
                       PERFORM 4000-LIST-PENDING THRU 4000-EXIT
                   WHEN WS-IN-FN-ATT
                   WHEN WS-IN-FN-REV
                       PERFORM 5000-DECIDE-LINE THRU 5000-EXIT
                   WHEN WS-IN-FN-ATU
                       PERFORM 6000-ATTEST-USER THRU 6000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ, ATT, ATU, REV'
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
           INITIALIZE WS-REVIEWER
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'USER ACCESS RECERTIFICATION' TO WS-OUT-TITLE
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
               MOVE 'ADMRCT00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - REVIEWER, DEALER, REVIEW, LINE      *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           PERFORM 7000-CHECK-REVIEWER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF
      *
      *    MANAGERS REVIEW THEIR OWN DEALER ONLY
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE WS-RVW-DEALER-CODE TO WS-IN-DEALER-CODE
           END-IF
      *
           IF WS-IN-DEALER-CODE NOT = WS-RVW-DEALER-CODE
           AND NOT WS-RVW-ADMIN
               MOVE 'YOU MAY ONLY REVIEW ACCESS FOR YOUR OWN DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-REVIEW-ID = SPACES
               PERFORM 3100-LATEST-REVIEW
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           MOVE WS-IN-REVIEW-ID TO WS-OUT-REVIEW-ID
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
      *
           MOVE +0 TO WS-LINE-SEQ
           IF WS-IN-LINE-SEQ NOT = SPACES
               IF WS-IN-LINE-SEQ NOT NUMERIC
                   MOVE 'LINE NUMBER MUST BE 3 DIGITS, E.G. 002'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-IN-LINE-SEQ-N TO WS-LINE-SEQ
           END-IF
      *
           IF WS-IN-FN-ATT OR WS-IN-FN-REV OR WS-IN-FN-ATU
               IF WS-IN-USER-ID = SPACES
                   MOVE 'USER ID IS REQUIRED' TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-USER-ID = IO-USER
                   MOVE 'YOU MAY NOT ATTEST OR REVOKE YOUR OWN ACCESS'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-ATT OR WS-IN-FN-REV
               IF WS-LINE-SEQ = +0
                   MOVE 'LINE NUMBER IS REQUIRED' TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-REV
           AND WS-IN-REASON = SPACES
               MOVE 'A REASON IS REQUIRED TO REVOKE ACCESS'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-LATEST-REVIEW - MOST RECENT REVIEW FOR THE DEALER    *
      ****************************************************************
       3100-LATEST-REVIEW.
      *
           EXEC SQL
               SELECT MAX(REVIEW_ID)
               INTO  :WS-IN-REVIEW-ID :WS-NI-REVIEW-ID
               FROM  AUTOSALE.ACCESS_RECERT
               WHERE DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: DB2 ERROR READING ACCESS REVIEW'
                   TO WS-OUT-MESSAGE
           ELSE
               IF WS-NI-REVIEW-ID < +0
                   MOVE 'NO ACCESS REVIEW ON FILE FOR THIS DEALER'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    4000-LIST-PENDING - 10 PENDING LINES AND DEALER COUNT     *
      ****************************************************************
       4000-LIST-PENDING.
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(CHAR(MIN(DUE_DATE), ISO), ' ')
               INTO  :WS-PENDING-COUNT
                    , :WS-OUT-DUE-DATE
               FROM  AUTOSALE.ACCESS_RECERT
               WHERE REVIEW_ID   = :WS-IN-REVIEW-ID
                 AND DEALER_CODE = :WS-IN-DEALER-CODE
                 AND DECISION    = 'P'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: DB2 ERROR COUNTING PENDING LINES'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-PENDING-COUNT TO WS-OUT-PENDING-COUNT
      *
           EXEC SQL OPEN CSR_RCT_PEND END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: ERROR OPENING PENDING CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4100-FETCH-PENDING
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +10
      *
           EXEC SQL CLOSE CSR_RCT_PEND END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-PENDING-COUNT = +0
                   MOVE 'NO PENDING LINES - REVIEW COMPLETE FOR DEALER'
                       TO WS-OUT-MESSAGE
               WHEN WS-ROW-COUNT = +0
                   MOVE 'NO PENDING LINES FROM THIS USER ID ON'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'PENDING LINES DISPLAYED - ATT, ATU OR REV'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-FETCH-PENDING                                        *
      ****************************************************************
       4100-FETCH-PENDING.
      *
           EXEC SQL FETCH CSR_RCT_PEND
               INTO  :WS-HV-LS-USER-ID
                    , :WS-HV-LS-SEQ
                    , :WS-HV-LS-TYPE
                    , :WS-HV-LS-USER-TYPE
                    , :WS-HV-LS-FUNC-CODE
                    , :WS-HV-LS-AUTH-KEY
                    , :WS-HV-LS-LAST-LOGIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-LS-USER-ID
                       TO WS-OUT-LN-USER-ID(WS-ROW-COUNT)
                   MOVE WS-HV-LS-SEQ
                       TO WS-OUT-LN-SEQ(WS-ROW-COUNT)
                   MOVE WS-HV-LS-TYPE
                       TO WS-OUT-LN-TYPE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-USER-TYPE
                       TO WS-OUT-LN-USER-TYPE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-FUNC-CODE
                       TO WS-OUT-LN-FUNC-CODE(WS-ROW-COUNT)
                   MOVE WS-HV-LS-AUTH-KEY
                       TO WS-OUT-LN-AUTH-KEY(WS-ROW-COUNT)
                   MOVE WS-HV-LS-LAST-LOGIN
                       TO WS-OUT-LN-LAST-LOGIN(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRCT00: DB2 ERROR READING ACCESS REVIEW'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-DECIDE-LINE - ATTEST OR REVOKE ONE PENDING LINE      *
      ****************************************************************
       5000-DECIDE-LINE.
      *
           MOVE WS-IN-REVIEW-ID   TO REVIEW-ID OF DCLACCESS-RECERT
           MOVE WS-IN-USER-ID     TO USER-ID OF DCLACCESS-RECERT
           MOVE WS-LINE-SEQ       TO LINE-SEQ OF DCLACCESS-RECERT
      *
           EXEC SQL
               SELECT LINE_TYPE
                    , FUNCTION_CODE
                    , AUTH_KEY
                    , DECISION
               INTO  :DCLACCESS-RECERT.LINE-TYPE
                    , :DCLACCESS-RECERT.FUNCTION-CODE
                    , :DCLACCESS-RECERT.AUTH-KEY
                    , :DCLACCESS-RECERT.DECISION
               FROM  AUTOSALE.ACCESS_RECERT
               WHERE REVIEW_ID   = :DCLACCESS-RECERT.REVIEW-ID
                 AND USER_ID     = :DCLACCESS-RECERT.USER-ID
                 AND LINE_SEQ    = :DCLACCESS-RECERT.LINE-SEQ
                 AND DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'REVIEW LINE NOT FOUND FOR THIS DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRCT00: DB2 ERROR READING ACCESS REVIEW'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
           END-EVALUATE
      *
           IF DECISION OF DCLACCESS-RECERT NOT = 'P'
               MOVE 'LINE ALREADY DECIDED - A DECISION CANNOT CHANGE'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-IN-FN-REV
               PERFORM 5100-REVOKE-ACCESS THRU 5100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
               MOVE 'R' TO WS-NEW-DECISION
           ELSE
               MOVE 'A' TO WS-NEW-DECISION
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.ACCESS_RECERT
                  SET DECISION   = :WS-NEW-DECISION
                    , DECIDED_BY = :IO-USER
                    , DECIDED_TS = CURRENT TIMESTAMP
               WHERE  REVIEW_ID  = :DCLACCESS-RECERT.REVIEW-ID
                 AND  USER_ID    = :DCLACCESS-RECERT.USER-ID
                 AND  LINE_SEQ   = :DCLACCESS-RECERT.LINE-SEQ
                 AND  DECISION   = 'P'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: DB2 ERROR RECORDING DECISION'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
      *    REVOKING THE SIGN-ON REVOKES EVERYTHING ELSE THE USER HAS
      *
           IF WS-IN-FN-REV
           AND LINE-TYPE OF DCLACCESS-RECERT = 'U'
               EXEC SQL
                   UPDATE AUTOSALE.ACCESS_RECERT
                      SET DECISION   = 'R'
                        , DECIDED_BY = :IO-USER
                        , DECIDED_TS = CURRENT TIMESTAMP
                   WHERE  REVIEW_ID  = :DCLACCESS-RECERT.REVIEW-ID
                     AND  USER_ID    = :DCLACCESS-RECERT.USER-ID
                     AND  DECISION   = 'P'
               END-EXEC
               IF SQLCODE NOT = +0
               AND SQLCODE NOT = +100
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRCT00: DB2 ERROR RECORDING DECISION'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-REV
               MOVE 'REVOKE' TO WS-LOG-ACTION
               MOVE 'ACCESS REVOKED AND RECORDED' TO WS-SAVE-MESSAGE
           ELSE
               MOVE 'ATTEST' TO WS-LOG-ACTION
               MOVE 'ACCESS ATTESTED AND RECORDED' TO WS-SAVE-MESSAGE
           END-IF
           PERFORM 7100-LOG-DECISION
      *
           PERFORM 4000-LIST-PENDING THRU 4000-EXIT
           MOVE WS-SAVE-MESSAGE TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-REVOKE-ACCESS - TAKE AWAY WHAT THE LINE REPRESENTS   *
      ****************************************************************
       5100-REVOKE-ACCESS.
      *
           EVALUATE TRUE
               WHEN LINE-TYPE OF DCLACCESS-RECERT = 'U'
                   MOVE 'SYSTEM_USER' TO WS-LOG-TABLE-NAME
                   EXEC SQL
                       UPDATE AUTOSALE.SYSTEM_USER
                          SET ACTIVE_FLAG = 'N'
                            , LOCKED_FLAG = 'Y'
                            , UPDATED_TS  = CURRENT TIMESTAMP
                       WHERE  USER_ID     = :DCLACCESS-RECERT.USER-ID
                   END-EXEC
               WHEN AUTH-KEY OF DCLACCESS-RECERT
                    = USER-ID OF DCLACCESS-RECERT
                   MOVE 'AUTH_MATRIX' TO WS-LOG-TABLE-NAME
                   EXEC SQL
                       UPDATE AUTOSALE.AUTH_MATRIX
                          SET ALLOWED_FLAG = 'N'
                            , UPDATED_BY   = :IO-USER
                            , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE  FUNCTION_CODE =
                                  :DCLACCESS-RECERT.FUNCTION-CODE
                         AND  AUTH_KEY      =
                                  :DCLACCESS-RECERT.USER-ID
                   END-EXEC
               WHEN OTHER
                   MOVE 'AUTH_MATRIX' TO WS-LOG-TABLE-NAME
                   PERFORM 5200-DENY-BY-NAME THRU 5200-EXIT
                   GO TO 5100-EXIT
           END-EVALUATE
      *
      *    +100 - THE USER OR GRANT IS ALREADY GONE; STILL RECORD
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: DB2 ERROR REVOKING ACCESS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-DENY-BY-NAME - TYPE GRANT: ADD A NAMED-USER DENY     *
      ****************************************************************
       5200-DENY-BY-NAME.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.AUTH_MATRIX
               WHERE FUNCTION_CODE = :DCLACCESS-RECERT.FUNCTION-CODE
                 AND AUTH_KEY      = :DCLACCESS-RECERT.USER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: DB2 ERROR READING MATRIX'
                   TO WS-OUT-MESSAGE
               GO TO 5200-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT > +0
               EXEC SQL
                   UPDATE AUTOSALE.AUTH_MATRIX
                      SET ALLOWED_FLAG = 'N'
                        , UPDATED_BY   = :IO-USER
                        , UPDATED_TS   = CURRENT TIMESTAMP
                   WHERE  FUNCTION_CODE =
                              :DCLACCESS-RECERT.FUNCTION-CODE
                     AND  AUTH_KEY      = :DCLACCESS-RECERT.USER-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.AUTH_MATRIX
                   ( FUNCTION_CODE
                   , AUTH_KEY
                   , ALLOWED_FLAG
                   , UPDATED_BY
                   , UPDATED_TS
                   )
                   VALUES
                   ( :DCLACCESS-RECERT.FUNCTION-CODE
                   , :DCLACCESS-RECERT.USER-ID
                   , 'N'
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMRCT00: DB2 ERROR REVOKING ACCESS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-ATTEST-USER - ATTEST ALL PENDING LINES OF ONE USER   *
      ****************************************************************
       6000-ATTEST-USER.
      *
           MOVE WS-IN-REVIEW-ID TO REVIEW-ID OF DCLACCESS-RECERT
           MOVE WS-IN-USER-ID   TO USER-ID OF DCLACCESS-RECERT
      *
           EXEC SQL
               UPDATE AUTOSALE.ACCESS_RECERT
                  SET DECISION    = 'A'
                    , DECIDED_BY  = :IO-USER
                    , DECIDED_TS  = CURRENT TIMESTAMP
               WHERE  REVIEW_ID   = :DCLACCESS-RECERT.REVIEW-ID
                 AND  USER_ID     = :DCLACCESS-RECERT.USER-ID
                 AND  DEALER_CODE = :WS-IN-DEALER-CODE
                 AND  DECISION    = 'P'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SQLERRD(3) TO WS-DECIDED-COUNT
               WHEN +100
                   MOVE 'NO PENDING LINES FOR THIS USER AND DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 6000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRCT00: DB2 ERROR RECORDING DECISION'
                       TO WS-OUT-MESSAGE
                   GO TO 6000-EXIT
           END-EVALUATE
      *
           MOVE +0 TO LINE-SEQ OF DCLACCESS-RECERT
           MOVE 'ATTUSER' TO WS-LOG-ACTION
           PERFORM 7100-LOG-DECISION
      *
           MOVE WS-DECIDED-COUNT TO WS-COUNT-DSP
           MOVE SPACES TO WS-SAVE-MESSAGE
           STRING 'ALL PENDING LINES ATTESTED FOR USER - '
                  WS-COUNT-DSP ' LINES'
                  DELIMITED BY SIZE
               INTO WS-SAVE-MESSAGE
           END-STRING
      *
           PERFORM 4000-LIST-PENDING THRU 4000-EXIT
           MOVE WS-SAVE-MESSAGE TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CHECK-REVIEWER - MANAGER OR ADMINISTRATOR ONLY       *
      ****************************************************************
       7000-CHECK-REVIEWER.
      *
           EXEC SQL
               SELECT USER_TYPE
                    , DEALER_CODE
               INTO  :WS-RVW-USER-TYPE
                    , :WS-RVW-DEALER-CODE
               FROM  AUTOSALE.SYSTEM_USER
               WHERE USER_ID = :IO-USER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF NOT WS-RVW-MANAGER
                       MOVE 'ONLY A MANAGER MAY REVIEW USER ACCESS'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'ONLY A MANAGER MAY REVIEW USER ACCESS'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMRCT00: DB2 ERROR CHECKING USER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7100-LOG-DECISION - AUDIT TRAIL FOR EVERY DECISION        *
      ****************************************************************
       7100-LOG-DECISION.
      *
           IF WS-IN-FN-ATT OR WS-IN-FN-ATU
               MOVE 'ACCESS_RECERT' TO WS-LOG-TABLE-NAME
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE LINE-SEQ OF DCLACCESS-RECERT TO WS-COUNT-DSP
           MOVE SPACES TO WS-LOG-KEY-VALUE
           STRING WS-IN-REVIEW-ID ' ' WS-IN-USER-ID
                  ' LINE ' WS-COUNT-DSP
                  DELIMITED BY SIZE
               INTO WS-LOG-KEY-VALUE
           END-STRING
           MOVE SPACES TO WS-LOG-DETAILS
           IF WS-IN-FN-ATU
               STRING 'ACCESS REVIEW ' WS-IN-REVIEW-ID
                      ' DEALER ' WS-IN-DEALER-CODE
                      ' ALL PENDING LINES OF ' WS-IN-USER-ID
                      ' ATTESTED BY ' IO-USER
                      DELIMITED BY SIZE
                   INTO WS-LOG-DETAILS
               END-STRING
           ELSE
               STRING 'ACCESS REVIEW ' WS-IN-REVIEW-ID
                      ' DEALER ' WS-IN-DEALER-CODE
                      ' ' WS-LOG-ACTION
                      ' TYPE ' LINE-TYPE OF DCLACCESS-RECERT
                      ' FUNCTION ' FUNCTION-CODE OF DCLACCESS-RECERT
                      ' KEY ' AUTH-KEY OF DCLACCESS-RECERT
                      ' BY ' IO-USER ': ' WS-IN-REASON
                      DELIMITED BY SIZE
                   INTO WS-LOG-DETAILS
               END-STRING
           END-IF
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
           MOVE 'ADMRCT00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'ACCESS_RECERT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMRCT00                                              *
      ****************************************************************
