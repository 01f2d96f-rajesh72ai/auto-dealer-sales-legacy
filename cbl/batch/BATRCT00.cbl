       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATRCT00.
      ****************************************************************
      * PROGRAM:    BATRCT00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    QUARTERLY USER ACCESS RECERTIFICATION. RUNS      *
      *             DAILY; EACH RUN DOES THREE THINGS:               *
      *               1. BUILD - THE FIRST RUN OF A CALENDAR QUARTER *
      *                  WRITES THE REVIEW (ID YYYYQN) TO            *
      *                  ACCESS_RECERT: FOR EVERY ACTIVE USER ONE    *
      *                  'U' LINE (THE SIGN-ON ITSELF) AND ONE 'G'   *
      *                  LINE PER AUTH_MATRIX GRANT THE USER HOLDS,  *
      *                  BY USER TYPE OR BY NAME. EVERY LINE STARTS  *
      *                  PENDING AND IS DUE RECERT_DUE_DAYS (DEFAULT *
      *                  30) DAYS AFTER THE BUILD. LATER RUNS IN THE *
      *                  SAME QUARTER DO NOT REBUILD.                *
      *               2. ENFORCE - ANY USER WITH A LINE STILL        *
      *                  PENDING PAST ITS DUE DATE, IN ANY REVIEW,   *
      *                  HAS SYSTEM_USER.LOCKED_FLAG SET, THE        *
      *                  PENDING LINES MARKED EXPIRED, AND THE LOCK  *
      *                  WRITTEN TO AUDIT_LOG.                       *
      *               3. PRINT - THE REVIEW PACKAGE FOR THE CURRENT  *
      *                  QUARTER, ONE PAGE SET PER DEALER: USER,     *
      *                  NAME, USER TYPE, LAST LOGIN, GRANTS AND THE *
      *                  DECISION TAKEN SO FAR ON EACH LINE.         *
      *             THE DEALER'S MANAGER ATTESTS OR REVOKES EACH     *
      *             LINE ONLINE ON TRANSACTION ADRC (ADMRCT00).      *
      *             ACCESS_RECERT ROWS ARE THE SIGNED EVIDENCE OF    *
      *             THE REVIEW AND ARE NEVER UPDATED ONCE DECIDED OR *
      *             DELETED BY ANY JOB.                              *
      *                                                              *
      * DECISION:   P - PENDING        A - ATTESTED                  *
      *             R - REVOKED        E - EXPIRED (USER LOCKED)     *
      *                                                              *
      * TABLES:     AUTOSALE.ACCESS_RECERT    (READ/INSERT/UPDATE)   *
      *             AUTOSALE.SYSTEM_USER      (READ/UPDATE)          *
      *             AUTOSALE.AUTH_MATRIX      (READ)                 *
      *             AUTOSALE.SYSTEM_CONFIG    (READ)                 *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG FOR EACH LOCK               *
      *                                                              *
      * OUTPUT:     RCTRPT DD - REVIEW PACKAGE AND LOCK LIST (132)   *
      *                                                              *
      * RETURN:     0 - OK    4 - USERS LOCKED    8 - ERROR          *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO RCTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                PIC X(08) VALUE 'BATRCT00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLSYSCF.
      *
           COPY DCLACRCT.
      *
      *    LOGGING FIELDS
      *
       01  WS-LOG-USER-ID              PIC X(08) VALUE 'BATCH   '.
       01  WS-LOG-PROGRAM-ID           PIC X(08) VALUE 'BATRCT00'.
       01  WS-LOG-TABLE-NAME           PIC X(30) VALUE 'SYSTEM_USER'.
       01  WS-LOG-KEY-VALUE            PIC X(50) VALUE SPACES.
       01  WS-LOG-OLD-VALUE            PIC X(200) VALUE SPACES.
       01  WS-LOG-NEW-VALUE            PIC X(200) VALUE SPACES.
       01  WS-LOG-RETURN-CODE          PIC S9(04) COMP VALUE +0.
       01  WS-LOG-ERROR-MSG            PIC X(79) VALUE SPACES.
      *
      *    REVIEW CONTROL
      *
       01  WS-REVIEW-FIELDS.
           05  WS-REVIEW-ID.
               10  WS-REVIEW-YYYY      PIC 9(04).
               10  FILLER              PIC X(01) VALUE 'Q'.
               10  WS-REVIEW-QTR       PIC 9(01).
           05  WS-DUE-DAYS             PIC S9(04) COMP VALUE +30.
           05  WS-DUE-DATE             PIC X(10) VALUE SPACES.
           05  WS-EXIST-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-LINE-SEQ             PIC S9(04) COMP VALUE +0.
           05  WS-EXPIRED-LINES        PIC S9(09) COMP VALUE +0.
           05  WS-BUILD-FLAG           PIC X(01) VALUE 'N'.
               88  WS-REVIEW-BUILT               VALUE 'Y'.
      *
      *    HOST VARIABLES - ACTIVE USER AND ONE OF ITS GRANTS
      *
       01  WS-HV-USER.
           05  WS-HV-USER-ID           PIC X(08).
           05  WS-HV-USER-TYPE         PIC X(01).
           05  WS-HV-DEALER-CODE       PIC X(05).
           05  WS-HV-LAST-LOGIN        PIC X(26).
           05  WS-HV-TYPE-KEY          PIC X(08).
           05  WS-HV-FUNCTION-CODE     PIC X(08).
           05  WS-HV-AUTH-KEY          PIC X(08).
      *
      *    HOST VARIABLES - OVERDUE USER
      *
       01  WS-HV-OVERDUE.
           05  WS-HV-OD-REVIEW-ID      PIC X(06).
           05  WS-HV-OD-USER-ID        PIC X(08).
           05  WS-HV-OD-DEALER         PIC X(05).
           05  WS-HV-OD-DUE-DATE       PIC X(10).
      *
      *    HOST VARIABLES - PACKAGE LINE
      *
       01  WS-HV-PKG.
           05  WS-HV-PKG-DEALER        PIC X(05).
           05  WS-HV-PKG-USER-ID       PIC X(08).
           05  WS-HV-PKG-LINE-SEQ      PIC S9(04) COMP.
           05  WS-HV-PKG-LINE-TYPE     PIC X(01).
           05  WS-HV-PKG-FUNCTION      PIC X(08).
           05  WS-HV-PKG-AUTH-KEY      PIC X(08).
           05  WS-HV-PKG-USER-TYPE     PIC X(01).
           05  WS-HV-PKG-LAST-LOGIN    PIC X(26).
           05  WS-HV-PKG-DUE-DATE      PIC X(10).
           05  WS-HV-PKG-DECISION      PIC X(01).
               88  WS-PKG-PENDING                VALUE 'P'.
               88  WS-PKG-ATTESTED               VALUE 'A'.
               88  WS-PKG-REVOKED                VALUE 'R'.
               88  WS-PKG-EXPIRED                VALUE 'E'.
           05  WS-HV-PKG-DECIDED-BY    PIC X(08).
           05  WS-HV-PKG-USER-NAME.
               49  WS-HV-PKG-NAME-LN   PIC S9(04) COMP.
               49  WS-HV-PKG-NAME-TX   PIC X(40).
      *
      *    NULL INDICATORS
      *
       01  WS-NULL-INDICATORS.
           05  WS-NI-LAST-LOGIN        PIC S9(04) COMP VALUE +0.
      *
      *    CONTROL BREAK
      *
       01  WS-BREAK-FIELDS.
           05  WS-PREV-DEALER          PIC X(05) VALUE SPACES.
           05  WS-FIRST-DEALER-FLAG    PIC X(01) VALUE 'Y'.
               88  WS-FIRST-DEALER               VALUE 'Y'.
      *
       01  WS-DEALER-TOTALS.
           05  WS-DLR-USERS            PIC S9(07) COMP VALUE +0.
           05  WS-DLR-LINES            PIC S9(07) COMP VALUE +0.
           05  WS-DLR-PENDING          PIC S9(07) COMP VALUE +0.
           05  WS-DLR-ATTESTED         PIC S9(07) COMP VALUE +0.
           05  WS-DLR-REVOKED          PIC S9(07) COMP VALUE +0.
           05  WS-DLR-EXPIRED          PIC S9(07) COMP VALUE +0.
      *
       01  WS-COUNTERS.
           05  WS-USERS-BUILT          PIC S9(09) COMP VALUE +0.
           05  WS-LINES-BUILT          PIC S9(09) COMP VALUE +0.
           05  WS-USERS-LOCKED         PIC S9(09) COMP VALUE +0.
           05  WS-USERS-EXPIRED        PIC S9(09) COMP VALUE +0.
           05  WS-LINES-PRINTED        PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
      *
       01  WS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-EOF-GRANT                PIC X(01) VALUE 'N'.
           88  WS-GRANT-DONE                     VALUE 'Y'.
      *
       01  WS-COUNT-DSP                PIC Z(08)9.
      *
      *    REPORT CONTROLS
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +56.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  WS-CURR-HH              PIC 9(02).
           05  WS-CURR-MN              PIC 9(02).
           05  FILLER                  PIC X(09).
       01  WS-CURRENT-DATE             PIC X(10) VALUE SPACES.
       01  WS-CURRENT-TIME             PIC X(05) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(34)
               VALUE ' USER ACCESS RECERTIFICATION'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  WS-RH1-DATE             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RH1-TIME             PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE             PIC Z(4)9.
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RH2-TEXT             PIC X(90).
           05  FILLER                  PIC X(41) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'USER ID'.
           05  FILLER                  PIC X(42) VALUE 'USER NAME'.
           05  FILLER                  PIC X(05) VALUE 'TYPE'.
           05  FILLER                  PIC X(21) VALUE 'LAST LOGIN'.
           05  FILLER                  PIC X(10) VALUE 'FUNCTION'.
           05  FILLER                  PIC X(14) VALUE 'GRANTED TO'.
           05  FILLER                  PIC X(12) VALUE 'DECISION'.
           05  FILLER                  PIC X(08) VALUE 'BY'.
           05  FILLER                  PIC X(09) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-USER-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-USER-NAME         PIC X(40).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-USER-TYPE         PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-LAST-LOGIN        PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-FUNCTION          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-GRANTED-TO        PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DECISION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DECIDED-BY        PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'DEALER TOTALS'.
           05  FILLER                  PIC X(09) VALUE 'USERS:'.
           05  WS-TL-USERS             PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'LINES:'.
           05  WS-TL-LINES             PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'PENDING:'.
           05  WS-TL-PENDING           PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'ATTESTED:'.
           05  WS-TL-ATTESTED          PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'REVOKED:'.
           05  WS-TL-REVOKED           PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'EXPIRED:'.
           05  WS-TL-EXPIRED           PIC Z(4)9.
           05  FILLER                  PIC X(23) VALUE SPACES.
      *
       01  WS-LOCK-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-LL-USER-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-DEALER            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-REVIEW-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'DUE '.
           05  WS-LL-DUE-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-ACTION            PIC X(50).
           05  FILLER                  PIC X(38) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CL-TEXT              PIC X(50).
           05  WS-CL-COUNT             PIC Z(08)9.
           05  FILLER                  PIC X(70) VALUE SPACES.
      *
       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-TEXT              PIC X(80).
           05  FILLER                  PIC X(49) VALUE SPACES.
      *
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
      *
      *    CURSOR - ACTIVE USERS TO BE REVIEWED
      *
           EXEC SQL
               DECLARE CSR_RCT_USER CURSOR FOR
               SELECT USER_ID
                    , USER_TYPE
                    , DEALER_CODE
                    , CHAR(LAST_LOGIN_TS)
               FROM   AUTOSALE.SYSTEM_USER
               WHERE  ACTIVE_FLAG = 'Y'
               ORDER BY DEALER_CODE, USER_ID
               FOR FETCH ONLY
           END-EXEC
      *
      *    CURSOR - EFFECTIVE GRANTS OF ONE USER. A TYPE GRANT THE
      *    USER IS DENIED BY NAME IS NOT ACCESS AND IS NOT LISTED.
      *
           EXEC SQL
               DECLARE CSR_RCT_GRANT CURSOR FOR
               SELECT M.FUNCTION_CODE
                    , M.AUTH_KEY
               FROM   AUTOSALE.AUTH_MATRIX M
               WHERE  M.ALLOWED_FLAG = 'Y'
                 AND  (M.AUTH_KEY = :WS-HV-TYPE-KEY
                       OR M.AUTH_KEY = :WS-HV-USER-ID)
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.AUTH_MATRIX D
                       WHERE  D.FUNCTION_CODE = M.FUNCTION_CODE
                         AND  D.AUTH_KEY      = :WS-HV-USER-ID
                         AND  D.ALLOWED_FLAG  = 'N')
               ORDER BY M.FUNCTION_CODE, M.AUTH_KEY
               FOR FETCH ONLY
           END-EXEC
      *
      *    CURSOR - USERS WITH LINES STILL PENDING PAST THE DUE DATE
      *
           EXEC SQL
               DECLARE CSR_RCT_OVERDUE CURSOR FOR
               SELECT REVIEW_ID
                    , USER_ID
                    , MIN(DEALER_CODE)
                    , CHAR(MIN(DUE_DATE), ISO)
               FROM   AUTOSALE.ACCESS_RECERT
               WHERE  DECISION = 'P'
                 AND  DUE_DATE < CURRENT DATE
               GROUP BY REVIEW_ID, USER_ID
               ORDER BY 3, 2, 1
               FOR FETCH ONLY
           END-EXEC
      *
      *    CURSOR - REVIEW PACKAGE FOR THE CURRENT QUARTER
      *
           EXEC SQL
               DECLARE CSR_RCT_PKG CURSOR FOR
               SELECT R.DEALER_CODE
                    , R.USER_ID
                    , R.LINE_SEQ
                    , R.LINE_TYPE
                    , R.FUNCTION_CODE
                    , R.AUTH_KEY
                    , R.USER_TYPE
                    , COALESCE(CHAR(R.LAST_LOGIN_TS), ' ')
                    , CHAR(R.DUE_DATE, ISO)
                    , R.DECISION
                    , COALESCE(R.DECIDED_BY, ' ')
                    , COALESCE(U.USER_NAME, '')
               FROM   AUTOSALE.ACCESS_RECERT R
               LEFT OUTER JOIN AUTOSALE.SYSTEM_USER U
                 ON   U.USER_ID = R.USER_ID
               WHERE  R.REVIEW_ID = :WS-REVIEW-ID
               ORDER BY R.DEALER_CODE, R.USER_ID, R.LINE_SEQ
               FOR FETCH ONLY
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATRCT00: ACCESS RECERTIFICATION - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 2000-BUILD-REVIEW THRU 2000-EXIT
           END-IF
      *
           IF WS-FILE-STATUS = '00'
           AND WS-ERROR-COUNT = +0
               PERFORM 3000-ENFORCE-DEADLINE THRU 3000-EXIT
           END-IF
      *
           IF WS-FILE-STATUS = '00'
           AND WS-ERROR-COUNT = +0
               PERFORM 4000-PRINT-PACKAGES THRU 4000-EXIT
           END-IF
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 5000-PRINT-SUMMARY
               CLOSE REPORT-FILE
           END-IF
      *
           DISPLAY 'BATRCT00: REVIEW         = ' WS-REVIEW-ID
           DISPLAY 'BATRCT00: USERS BUILT    = ' WS-USERS-BUILT
           DISPLAY 'BATRCT00: LINES BUILT    = ' WS-LINES-BUILT
           DISPLAY 'BATRCT00: USERS LOCKED   = ' WS-USERS-LOCKED
           DISPLAY 'BATRCT00: USERS EXPIRED  = ' WS-USERS-EXPIRED
           DISPLAY 'BATRCT00: ERRORS         = ' WS-ERROR-COUNT
           DISPLAY 'BATRCT00: ACCESS RECERTIFICATION - END'
      *
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > +0
               WHEN WS-FILE-STATUS NOT = '00'
                   MOVE +8 TO RETURN-CODE
               WHEN WS-USERS-LOCKED > +0
                   MOVE +4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - DATES, REVIEW ID, DUE DAYS, OPEN REPORT *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-CURRENT-DATE
           STRING WS-CURR-HH ':' WS-CURR-MN
                  DELIMITED BY SIZE
                  INTO WS-CURRENT-TIME
      *
      *    REVIEW ID IS THE CALENDAR QUARTER - 2026Q4
      *
           MOVE WS-CURR-YYYY TO WS-REVIEW-YYYY
           COMPUTE WS-REVIEW-QTR = (WS-CURR-MM + 2) / 3
      *
           MOVE 'RECERT_DUE_DAYS' TO CONFIG-KEY
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :CONFIG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = :CONFIG-KEY
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-DUE-DAYS =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(
                       1:CONFIG-VALUE-LN))
           END-IF
      *
           IF WS-DUE-DAYS < +1
               MOVE +30 TO WS-DUE-DAYS
           END-IF
      *
           DISPLAY 'BATRCT00: REVIEW ' WS-REVIEW-ID
                   ' DUE DAYS = ' WS-DUE-DAYS
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATRCT00: ERROR OPENING RCTRPT - '
                       WS-FILE-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    2000-BUILD-REVIEW - FIRST RUN OF THE QUARTER ONLY         *
      ****************************************************************
       2000-BUILD-REVIEW.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-EXIST-COUNT
               FROM   AUTOSALE.ACCESS_RECERT
               WHERE  REVIEW_ID = :WS-REVIEW-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ACCESS_RECERT COUNT ERROR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           IF WS-EXIST-COUNT > +0
               DISPLAY 'BATRCT00: REVIEW ' WS-REVIEW-ID
                       ' ALREADY BUILT - NOT REBUILT'
               GO TO 2000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE + :WS-DUE-DAYS DAYS, ISO)
               INTO   :WS-DUE-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: DUE DATE FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           EXEC SQL
               OPEN CSR_RCT_USER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ERROR OPENING USER CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_RCT_USER
                   INTO  :WS-HV-USER-ID
                       , :WS-HV-USER-TYPE
                       , :WS-HV-DEALER-CODE
                       , :WS-HV-LAST-LOGIN :WS-NI-LAST-LOGIN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 2100-BUILD-USER THRU 2100-EXIT
                       IF WS-ERROR-COUNT > +0
                           SET WS-EOF TO TRUE
                       END-IF
                   WHEN +100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRCT00: USER FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_RCT_USER
           END-EXEC
      *
      *    THE REVIEW IS BUILT WHOLE OR NOT AT ALL
      *
           IF WS-ERROR-COUNT > +0
               EXEC SQL ROLLBACK END-EXEC
               MOVE +0 TO WS-USERS-BUILT
               MOVE +0 TO WS-LINES-BUILT
           ELSE
               EXEC SQL COMMIT END-EXEC
               SET WS-REVIEW-BUILT TO TRUE
               DISPLAY 'BATRCT00: REVIEW ' WS-REVIEW-ID
                       ' BUILT, DUE ' WS-DUE-DATE
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2100-BUILD-USER - SIGN-ON LINE PLUS ONE LINE PER GRANT    *
      ****************************************************************
       2100-BUILD-USER.
      *
           ADD +1 TO WS-USERS-BUILT
           MOVE +1 TO WS-LINE-SEQ
           MOVE 'U' TO LINE-TYPE OF DCLACCESS-RECERT
           MOVE SPACES TO WS-HV-FUNCTION-CODE
           MOVE SPACES TO WS-HV-AUTH-KEY
           PERFORM 2200-INSERT-LINE THRU 2200-EXIT
           IF WS-ERROR-COUNT > +0
               GO TO 2100-EXIT
           END-IF
      *
           MOVE SPACES TO WS-HV-TYPE-KEY
           MOVE WS-HV-USER-TYPE TO WS-HV-TYPE-KEY(1:1)
      *
           EXEC SQL
               OPEN CSR_RCT_GRANT
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ERROR OPENING GRANT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF
      *
           MOVE 'G' TO LINE-TYPE OF DCLACCESS-RECERT
           MOVE 'N' TO WS-EOF-GRANT
      *
           PERFORM UNTIL WS-GRANT-DONE
               EXEC SQL
                   FETCH CSR_RCT_GRANT
                   INTO  :WS-HV-FUNCTION-CODE
                       , :WS-HV-AUTH-KEY
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-LINE-SEQ
                       PERFORM 2200-INSERT-LINE THRU 2200-EXIT
                       IF WS-ERROR-COUNT > +0
                           SET WS-GRANT-DONE TO TRUE
                       END-IF
                   WHEN +100
                       SET WS-GRANT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRCT00: GRANT FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-GRANT-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_RCT_GRANT
           END-EXEC
           .
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2200-INSERT-LINE - ONE PENDING REVIEW LINE                *
      ****************************************************************
       2200-INSERT-LINE.
      *
           MOVE WS-REVIEW-ID      TO REVIEW-ID OF DCLACCESS-RECERT
           MOVE WS-HV-USER-ID     TO USER-ID OF DCLACCESS-RECERT
           MOVE WS-LINE-SEQ       TO LINE-SEQ OF DCLACCESS-RECERT
           MOVE WS-HV-DEALER-CODE TO DEALER-CODE OF DCLACCESS-RECERT
           MOVE WS-HV-FUNCTION-CODE
                                  TO FUNCTION-CODE OF DCLACCESS-RECERT
           MOVE WS-HV-AUTH-KEY    TO AUTH-KEY OF DCLACCESS-RECERT
           MOVE WS-HV-USER-TYPE   TO USER-TYPE OF DCLACCESS-RECERT
           MOVE WS-HV-LAST-LOGIN  TO LAST-LOGIN-TS OF DCLACCESS-RECERT
           MOVE WS-DUE-DATE       TO DUE-DATE OF DCLACCESS-RECERT
           MOVE 'P'               TO DECISION OF DCLACCESS-RECERT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.ACCESS_RECERT
               ( REVIEW_ID
               , USER_ID
               , LINE_SEQ
               , DEALER_CODE
               , LINE_TYPE
               , FUNCTION_CODE
               , AUTH_KEY
               , USER_TYPE
               , LAST_LOGIN_TS
               , DUE_DATE
               , DECISION
               , DECIDED_BY
               , DECIDED_TS
               , CREATED_TS
               )
               VALUES
               ( :DCLACCESS-RECERT.REVIEW-ID
               , :DCLACCESS-RECERT.USER-ID
               , :DCLACCESS-RECERT.LINE-SEQ
               , :DCLACCESS-RECERT.DEALER-CODE
               , :DCLACCESS-RECERT.LINE-TYPE
               , :DCLACCESS-RECERT.FUNCTION-CODE
               , :DCLACCESS-RECERT.AUTH-KEY
               , :DCLACCESS-RECERT.USER-TYPE
               , :DCLACCESS-RECERT.LAST-LOGIN-TS
                     :WS-NI-LAST-LOGIN
               , DATE(:DCLACCESS-RECERT.DUE-DATE)
               , :DCLACCESS-RECERT.DECISION
               , NULL
               , NULL
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ACCESS_RECERT INSERT ERROR - '
                       SQLCODE ' USER ' WS-HV-USER-ID
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2200-EXIT
           END-IF
      *
           ADD +1 TO WS-LINES-BUILT
           .
       2200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-ENFORCE-DEADLINE - LOCK USERS NOT ATTESTED IN TIME   *
      ****************************************************************
       3000-ENFORCE-DEADLINE.
      *
           MOVE 'DEADLINE ENFORCEMENT' TO WS-RH2-TEXT
           PERFORM 6000-PAGE-HEADER
           MOVE 'USERS WITH LINES NOT ATTESTED BY THE DUE DATE'
               TO WS-ML-TEXT
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           ADD +2 TO WS-LINE-COUNT
      *
           EXEC SQL
               OPEN CSR_RCT_OVERDUE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ERROR OPENING OVERDUE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_RCT_OVERDUE
                   INTO  :WS-HV-OD-REVIEW-ID
                       , :WS-HV-OD-USER-ID
                       , :WS-HV-OD-DEALER
                       , :WS-HV-OD-DUE-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-LOCK-USER THRU 3100-EXIT
                       IF WS-ERROR-COUNT > +0
                           SET WS-EOF TO TRUE
                       END-IF
                   WHEN +100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRCT00: OVERDUE FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_RCT_OVERDUE
           END-EXEC
      *
           IF WS-USERS-EXPIRED = +0
               MOVE 'NO USER IS PAST THE DUE DATE' TO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
               ADD +1 TO WS-LINE-COUNT
           END-IF
      *
           IF WS-ERROR-COUNT > +0
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ENFORCEMENT FAILED - NO USER LOCKED THIS RUN'
                   TO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
               ADD +1 TO WS-LINE-COUNT
               MOVE +0 TO WS-USERS-LOCKED
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-LOCK-USER - LOCK, EXPIRE PENDING LINES, AUDIT        *
      ****************************************************************
       3100-LOCK-USER.
      *
           ADD +1 TO WS-USERS-EXPIRED
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_USER
                  SET LOCKED_FLAG = 'Y'
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  USER_ID     = :WS-HV-OD-USER-ID
                 AND  LOCKED_FLAG <> 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-USERS-LOCKED
                   MOVE 'SIGN-ON LOCKED, PENDING LINES EXPIRED'
                       TO WS-LL-ACTION
               WHEN +100
                   MOVE 'ALREADY LOCKED, PENDING LINES EXPIRED'
                       TO WS-LL-ACTION
               WHEN OTHER
                   DISPLAY 'BATRCT00: SYSTEM_USER LOCK ERROR - '
                           SQLCODE ' USER ' WS-HV-OD-USER-ID
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE AUTOSALE.ACCESS_RECERT
                  SET DECISION   = 'E'
                    , DECIDED_BY = :WS-MODULE-ID
                    , DECIDED_TS = CURRENT TIMESTAMP
               WHERE  REVIEW_ID  = :WS-HV-OD-REVIEW-ID
                 AND  USER_ID    = :WS-HV-OD-USER-ID
                 AND  DECISION   = 'P'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ACCESS_RECERT EXPIRE ERROR - '
                       SQLCODE ' USER ' WS-HV-OD-USER-ID
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE SQLERRD(3) TO WS-EXPIRED-LINES
           MOVE WS-EXPIRED-LINES TO WS-COUNT-DSP
      *
           MOVE WS-HV-OD-USER-ID TO WS-LOG-KEY-VALUE
           MOVE 'LOCKED_FLAG=N' TO WS-LOG-OLD-VALUE
           MOVE SPACES TO WS-LOG-NEW-VALUE
           STRING 'LOCKED_FLAG=Y ACCESS REVIEW ' WS-HV-OD-REVIEW-ID
                  ' NOT ATTESTED BY ' WS-HV-OD-DUE-DATE
                  ' LINES EXPIRED ' FUNCTION TRIM(WS-COUNT-DSP)
                  DELIMITED BY SIZE
               INTO WS-LOG-NEW-VALUE
      *
           CALL 'COMLGEL0' USING WS-LOG-USER-ID
                                 WS-LOG-PROGRAM-ID
                                 'UPD'
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-OLD-VALUE
                                 WS-LOG-NEW-VALUE
                                 WS-LOG-RETURN-CODE
                                 WS-LOG-ERROR-MSG
      *
           IF WS-LOG-RETURN-CODE NOT = +0
               DISPLAY 'BATRCT00: AUDIT LOG WARNING - '
                       WS-LOG-ERROR-MSG
           END-IF
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
           END-IF
      *
           MOVE WS-HV-OD-USER-ID  TO WS-LL-USER-ID
           MOVE WS-HV-OD-DEALER   TO WS-LL-DEALER
           MOVE WS-HV-OD-REVIEW-ID TO WS-LL-REVIEW-ID
           MOVE WS-HV-OD-DUE-DATE TO WS-LL-DUE-DATE
           WRITE REPORT-RECORD FROM WS-LOCK-LINE
           ADD +1 TO WS-LINE-COUNT
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-PACKAGES - CURRENT REVIEW, ONE SET PER DEALER  *
      ****************************************************************
       4000-PRINT-PACKAGES.
      *
           EXEC SQL
               OPEN CSR_RCT_PKG
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRCT00: ERROR OPENING PACKAGE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'Y' TO WS-FIRST-DEALER-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_RCT_PKG
                   INTO  :WS-HV-PKG-DEALER
                       , :WS-HV-PKG-USER-ID
                       , :WS-HV-PKG-LINE-SEQ
                       , :WS-HV-PKG-LINE-TYPE
                       , :WS-HV-PKG-FUNCTION
                       , :WS-HV-PKG-AUTH-KEY
                       , :WS-HV-PKG-USER-TYPE
                       , :WS-HV-PKG-LAST-LOGIN
                       , :WS-HV-PKG-DUE-DATE
                       , :WS-HV-PKG-DECISION
                       , :WS-HV-PKG-DECIDED-BY
                       , :WS-HV-PKG-USER-NAME
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-FIRST-DEALER
                       OR WS-HV-PKG-DEALER NOT = WS-PREV-DEALER
                           PERFORM 4100-DEALER-BREAK
                       END-IF
                       PERFORM 4200-PRINT-LINE
                   WHEN +100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRCT00: PACKAGE FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_RCT_PKG
           END-EXEC
      *
           IF NOT WS-FIRST-DEALER
               PERFORM 4300-DEALER-TOTALS
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-DEALER-BREAK - CLOSE OUT PRIOR DEALER, NEW PACKAGE   *
      ****************************************************************
       4100-DEALER-BREAK.
      *
           IF NOT WS-FIRST-DEALER
               PERFORM 4300-DEALER-TOTALS
           END-IF
      *
           MOVE 'N' TO WS-FIRST-DEALER-FLAG
           MOVE WS-HV-PKG-DEALER TO WS-PREV-DEALER
           INITIALIZE WS-DEALER-TOTALS
      *
           MOVE SPACES TO WS-RH2-TEXT
           STRING 'DEALER ' WS-HV-PKG-DEALER
                  '   REVIEW ' WS-REVIEW-ID
                  '   ATTEST OR REVOKE EACH LINE ON ADRC BY '
                  WS-HV-PKG-DUE-DATE
                  DELIMITED BY SIZE
               INTO WS-RH2-TEXT
           PERFORM 6000-PAGE-HEADER
           PERFORM 6100-COLUMN-HEADERS
           .
      *
      ****************************************************************
      *    4200-PRINT-LINE - ONE SIGN-ON OR GRANT LINE               *
      ****************************************************************
       4200-PRINT-LINE.
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
               PERFORM 6100-COLUMN-HEADERS
           END-IF
      *
           MOVE SPACES TO WS-DETAIL-LINE
           ADD +1 TO WS-DLR-LINES
           ADD +1 TO WS-LINES-PRINTED
      *
           IF WS-HV-PKG-LINE-TYPE = 'U'
               ADD +1 TO WS-DLR-USERS
               MOVE WS-HV-PKG-USER-ID TO WS-DL-USER-ID
               IF WS-HV-PKG-NAME-LN > +0
                   MOVE WS-HV-PKG-NAME-TX(1:WS-HV-PKG-NAME-LN)
                       TO WS-DL-USER-NAME
               END-IF
               MOVE WS-HV-PKG-USER-TYPE TO WS-DL-USER-TYPE
               IF WS-HV-PKG-LAST-LOGIN = SPACES
                   MOVE 'NEVER' TO WS-DL-LAST-LOGIN
               ELSE
                   MOVE WS-HV-PKG-LAST-LOGIN(1:19) TO WS-DL-LAST-LOGIN
               END-IF
               MOVE 'SIGN-ON' TO WS-DL-FUNCTION
               MOVE 'ACTIVE USER' TO WS-DL-GRANTED-TO
           ELSE
               MOVE WS-HV-PKG-FUNCTION TO WS-DL-FUNCTION
               IF WS-HV-PKG-AUTH-KEY = WS-HV-PKG-USER-ID
                   MOVE 'NAMED USER' TO WS-DL-GRANTED-TO
               ELSE
                   MOVE SPACES TO WS-DL-GRANTED-TO
                   STRING 'USER TYPE ' WS-HV-PKG-AUTH-KEY(1:1)
                          DELIMITED BY SIZE
                       INTO WS-DL-GRANTED-TO
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-PKG-PENDING
                   ADD +1 TO WS-DLR-PENDING
                   MOVE 'PENDING' TO WS-DL-DECISION
               WHEN WS-PKG-ATTESTED
                   ADD +1 TO WS-DLR-ATTESTED
                   MOVE 'ATTESTED' TO WS-DL-DECISION
               WHEN WS-PKG-REVOKED
                   ADD +1 TO WS-DLR-REVOKED
                   MOVE 'REVOKED' TO WS-DL-DECISION
               WHEN WS-PKG-EXPIRED
                   ADD +1 TO WS-DLR-EXPIRED
                   MOVE 'EXPIRED' TO WS-DL-DECISION
               WHEN OTHER
                   MOVE WS-HV-PKG-DECISION TO WS-DL-DECISION
           END-EVALUATE
           MOVE WS-HV-PKG-DECIDED-BY TO WS-DL-DECIDED-BY
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    4300-DEALER-TOTALS                                        *
      ****************************************************************
       4300-DEALER-TOTALS.
      *
           MOVE WS-DLR-USERS    TO WS-TL-USERS
           MOVE WS-DLR-LINES    TO WS-TL-LINES
           MOVE WS-DLR-PENDING  TO WS-TL-PENDING
           MOVE WS-DLR-ATTESTED TO WS-TL-ATTESTED
           MOVE WS-DLR-REVOKED  TO WS-TL-REVOKED
           MOVE WS-DLR-EXPIRED  TO WS-TL-EXPIRED
      *
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           ADD +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-PRINT-SUMMARY - RUN TOTALS                           *
      ****************************************************************
       5000-PRINT-SUMMARY.
      *
           MOVE SPACES TO WS-RH2-TEXT
           STRING 'RUN SUMMARY - REVIEW ' WS-REVIEW-ID
                  DELIMITED BY SIZE
               INTO WS-RH2-TEXT
           PERFORM 6000-PAGE-HEADER
      *
           IF WS-REVIEW-BUILT
               MOVE SPACES TO WS-ML-TEXT
               STRING 'REVIEW BUILT THIS RUN - DUE DATE ' WS-DUE-DATE
                      DELIMITED BY SIZE
                   INTO WS-ML-TEXT
           ELSE
               MOVE 'REVIEW ALREADY IN PLACE - NOT REBUILT'
                   TO WS-ML-TEXT
           END-IF
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
      *
           MOVE 'USERS ADDED TO REVIEW' TO WS-CL-TEXT
           MOVE WS-USERS-BUILT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'REVIEW LINES ADDED' TO WS-CL-TEXT
           MOVE WS-LINES-BUILT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'USERS PAST DUE DATE' TO WS-CL-TEXT
           MOVE WS-USERS-EXPIRED TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'USERS LOCKED THIS RUN' TO WS-CL-TEXT
           MOVE WS-USERS-LOCKED TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'PACKAGE LINES PRINTED' TO WS-CL-TEXT
           MOVE WS-LINES-PRINTED TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
      *
           IF WS-ERROR-COUNT > +0
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               MOVE 'RUN ENDED IN ERROR - SEE JOB LOG' TO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           .
      *
      ****************************************************************
      *    6000-PAGE-HEADER                                          *
      ****************************************************************
       6000-PAGE-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
           MOVE WS-CURRENT-DATE TO WS-RH1-DATE
           MOVE WS-CURRENT-TIME TO WS-RH1-TIME
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
           MOVE +3 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6100-COLUMN-HEADERS                                       *
      ****************************************************************
       6100-COLUMN-HEADERS.
      *
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           ADD +2 TO WS-LINE-COUNT
           .
      ****************************************************************
      * END OF BATRCT00                                              *
      ****************************************************************
